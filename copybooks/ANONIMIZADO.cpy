      *> Layout del registro de empleados anonimizados
      *> (data/ANONIMIZADOS.DAT): una linea por empleado al que
      *> AnonimizacionBajas le borro los datos personales, con la
      *> fecha en que se hizo y lo que se conserva para estadistica
      *> (baja, motivo, departamento). Es la lista que consulta
      *> EnmascararEmpleado para que un respaldo viejo no regrese
      *> los datos al restaurar; solo se agregan lineas, nunca se
      *> quitan.
           01 Anonimizado-Rec.
               05 Ano-EmpID PIC 9(6).
               05 Ano-Sep1 PIC X(1).
               05 Ano-Fecha PIC X(10).
               05 Ano-Sep2 PIC X(1).
               05 Ano-FechaBaja PIC X(10).
               05 Ano-Sep3 PIC X(1).
               05 Ano-MotivoBaja PIC X(12).
               05 Ano-Sep4 PIC X(1).
               05 Ano-Departamento PIC X(20).
