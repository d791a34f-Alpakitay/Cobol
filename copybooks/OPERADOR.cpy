      *> Layout compartido del archivo de operadores
      *> (data/OPERADORES.DAT), usado por IniciarSesion (quien lo
      *> consulta al firmar) y por MantenimientoOperadores (quien lo
      *> mantiene). Una linea por usuario, en orden de Oper-Usuario.
      *> El PIN nunca se guarda: solo su huella de 10 digitos, que
      *> calcula CifrarPIN con el usuario como sal, asi que dos
      *> operadores con el mismo PIN no tienen la misma huella.
      *> Roles: RHCAPTURA (captura de RH), RHSUPERVISOR (supervisor
      *> de RH), FINANZAS y OPERACIONES; cada mantenimiento decide
      *> que funciones ofrece a cada rol. Estado "A" activo o "I"
      *> inactivo (un operador nunca se borra, para que los usuarios
      *> que firmaron historia sigan existiendo). Al final, cuando y
      *> quien dio de alta o cambio el registro por ultima vez.
           01 Operador-Rec.
               05 Oper-Usuario PIC X(8).
               05 Oper-Sep1 PIC X(1).
               05 Oper-Nombre PIC X(30).
               05 Oper-Sep2 PIC X(1).
               05 Oper-Rol PIC X(12).
               05 Oper-Sep3 PIC X(1).
               05 Oper-PIN-Huella PIC X(10).
               05 Oper-Sep4 PIC X(1).
               05 Oper-Estado PIC X(1).
               05 Oper-Sep5 PIC X(1).
               05 Oper-Registrado PIC X(21).
               05 Oper-Sep6 PIC X(1).
               05 Oper-Registro-Por PIC X(8).
