      *> tamano y orden de campos.
           01 Employee-Rec.
               05 Emp-ID PIC 9(6).
      *> Un empleado anonimizado (AnonimizacionBajas) lleva
      *> ANONIMIZADO en nombre y apellidos y la fecha de nacimiento
      *> en espacios; esa es la marca que revisan los demas
      *> programas (EnmascararEmpleado).
               05 Emp-Nombre PIC X(20).
               05 Emp-Apellidos PIC X(32).
      *> La edad ya no se guarda: el maestro congelaba la edad
      *> DESPIDO, JUBILACION, FIN-CONTRATO, OTRO).
               05 Emp-FechaBaja PIC X(10).
               05 Emp-MotivoBaja PIC X(12).
      *> Emp-ID del supervisor directo (a quien reporta). Va como
      *> alfanumerico para que los registros de antes del campo lo
      *> lean en espacios, que es "sin supervisor" (la cabeza de un
      *> departamento o un alta sin asignar todavia). Se valida con
      *> ValidarSupervisor: empleado existente, activo y sin formar
      *> un ciclo de reporte. ReporteOrganigrama arma el arbol.
               05 Emp-Supervisor PIC X(6).
