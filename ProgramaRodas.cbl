
      *> Archivo de intake para la carga masiva: un registro
      *> Nombre;Apellidos;FechaNacimiento;Departamento;FechaIngreso
      *> (y opcionalmente ;Supervisor) por linea, para cargar una
      *> cohorte completa en una sola corrida en vez de correr el
      *> programa una vez por alta.
           SELECT IntakeFile ASSIGN TO DYNAMIC WS-Intake-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Intake-Status.
           01 WS-Depto-Motivo PIC X(20) VALUE SPACES.
           01 FechaIngreso PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
      *> Supervisor directo (Emp-ID), opcional: en blanco el alta
      *> queda sin supervisor. Se valida con ValidarSupervisor
      *> (existente y activo); uno de otro departamento se acepta con
      *> aviso, y el organigrama lo lista como excepcion.
           01 Supervisor PIC X(6) VALUE SPACES.
           01 WS-Sup-Alta PIC 9(6) VALUE 0.
           01 WS-Sup-Canonico PIC X(6) VALUE SPACES.
           01 WS-Sup-Depto PIC X(20) VALUE SPACES.
           01 WS-Sup-Valido PIC X VALUE "N".
           01 WS-Sup-Motivo PIC X(20) VALUE SPACES.
      *> Ingresos con fecha futura (contrataciones firmadas que
      *> empiezan el mes que entra): se aceptan hasta 60 dias
      *> adelante y el registro se guarda como pendiente de ingreso
      *> fecha no pasa la validacion de calendario, para armar el
      *> mensaje de error con la causa concreta.
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
      *> Consulta al calendario de dias habiles (DiaHabil): un
      *> ingreso en feriado o fin de semana se avisa, no se rechaza.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.

      *> Confirmacion/correccion del registro antes de guardarlo.
           01 WS-Confirma PIC X VALUE SPACES.
           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE "PROGRAMARODAS".
      *> Utilitario sin firma de operador: el movimiento va firmado
      *> "(nadie)" y lo identifica el programa.
           01 WS-Mov-Usuario PIC X(8) VALUE "(nadie)".

      *> Indice de busqueda por apellidos y departamento
      *> (IndiceEmpleados): cada alta grabada pone sus dos entradas,
      *> para que ConsultaEmpleados la encuentre sin barrer el
      *> maestro.
           01 WS-Ind-Operacion PIC X(6) VALUE "PONER".
           01 WS-Indice-OK PIC X VALUE "N".

      *> Candado de escritor unico del maestro (CandadoMaestro): se
      *> toma antes de abrir EMPLOYEE.DAT en I-O y de tocar el
               PERFORM SolicitarFechaNacimiento
               PERFORM SolicitarDepartamento
               PERFORM SolicitarFechaIngreso
               PERFORM SolicitarSupervisor

               MOVE "N" TO WS-Registro-OK
               MOVE 0 TO WS-Intentos
           END-IF.

      *> Modo no interactivo: el argumento de linea de comando trae
      *> Nombre;Apellidos;FechaNacimiento;Departamento;FechaIngreso,
      *> con ;Supervisor opcional al final.
      *> Sin quien reintente un dato malo en un job nocturno, una
      *> fecha de nacimiento invalida se rechaza y se registra el
      *> error en vez de quedarse esperando una correccion que nunca
           MOVE SPACES TO FechaNacimiento.
           MOVE SPACES TO Departamento.
           MOVE SPACES TO FechaIngreso.
           MOVE SPACES TO Supervisor.
           UNSTRING WS-Arg-Intake DELIMITED BY ";"
               INTO Nombre Apellidos FechaNacimiento
                   Departamento FechaIngreso Supervisor
           END-UNSTRING.

           CALL "CalcularEdad" USING FechaNacimiento Edad-Num
                       PERFORM RevisarIngresoFuturo
                   END-IF
                   IF WS-Fecha-Valida = "Y" THEN
                       PERFORM AvisarIngresoInhabil
                       PERFORM ValidarDeptoIntakeLinea
                   ELSE
                       DISPLAY "Error: fecha de ingreso invalida ("
               WS-Depto-Canonico WS-Depto-Valido WS-Depto-Motivo.
           IF WS-Depto-Valido = "Y" THEN
               MOVE WS-Depto-Canonico TO Departamento
               PERFORM ValidarSupIntakeLinea
           ELSE
               DISPLAY "Error: departamento invalido ("
                   FUNCTION TRIM(WS-Depto-Motivo) "), registro de "
                   "intake no se guarda."
               MOVE "DEPTO-INVALIDO" TO WS-Linea-Motivo
               PERFORM FallaIntakeLinea
           END-IF.

      *> El supervisor, si viene, pasa por la misma validacion que
      *> en la captura interactiva; sin quien corrija, uno invalido
      *> rechaza el registro.
       ValidarSupIntakeLinea.
           CALL "ValidarSupervisor" USING WS-Sup-Alta Supervisor
               WS-Sup-Canonico WS-Sup-Depto WS-Sup-Valido
               WS-Sup-Motivo.
           IF WS-Sup-Valido = "Y" THEN
               MOVE WS-Sup-Canonico TO Supervisor
               PERFORM AvisarSupervisorOtroDepto
               IF WS-Carga-Masiva = "N" THEN
                   PERFORM MostrarInfo
               END-IF
               PERFORM GuardarEnMaestro
           ELSE
               DISPLAY "Error: supervisor invalido ("
                   FUNCTION TRIM(WS-Sup-Motivo) "), registro de "
                   "intake no se guarda."
               MOVE "SUPERVISOR-INVALIDO" TO WS-Linea-Motivo
               PERFORM FallaIntakeLinea
           END-IF.

           DISPLAY "Tu Fecha de Nacimiento: " FechaNacimiento
           DISPLAY "Tu Edad (derivada): " Edad-Num
           DISPLAY "Tu Departamento: " Departamento
           DISPLAY "Tu Fecha de Ingreso: " FechaIngreso
           IF Supervisor = SPACES THEN
               DISPLAY "Tu Supervisor: (sin supervisor)"
           ELSE
               DISPLAY "Tu Supervisor: " Supervisor
           END-IF.

      *> Antes de grabar, deja corregir un solo campo en vez de tener
      *> que abortar y volver a correr el programa entero por un typo.
               DISPLAY "3. Fecha de nacimiento"
               DISPLAY "4. Departamento"
               DISPLAY "5. Fecha de Ingreso"
               DISPLAY "6. Supervisor"
               ACCEPT WS-Campo-Corregir

               EVALUATE WS-Campo-Corregir
                       PERFORM SolicitarFechaNacimiento
                   WHEN 4
                       PERFORM SolicitarDepartamento
      *> El supervisor ya capturado se valido contra el departamento
      *> anterior; se vuelve a consultar para avisar contra el nuevo.
                       IF Supervisor NOT = SPACES THEN
                           CALL "ValidarSupervisor" USING WS-Sup-Alta
                               Supervisor WS-Sup-Canonico WS-Sup-Depto
                               WS-Sup-Valido WS-Sup-Motivo
                           IF WS-Sup-Valido = "Y" THEN
                               PERFORM AvisarSupervisorOtroDepto
                           ELSE
                               DISPLAY "Aviso: el supervisor "
                                   FUNCTION TRIM(Supervisor)
                                   " ya no es valido ("
                                   FUNCTION TRIM(WS-Sup-Motivo)
                                   "); corrijalo con la opcion 6."
                           END-IF
                       END-IF
                   WHEN 5
                       PERFORM SolicitarFechaIngreso
                   WHEN 6
                       PERFORM SolicitarSupervisor
                   WHEN OTHER
                       DISPLAY "Error: opcion invalida, intente de "
                           "nuevo."
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM AvisarIngresoInhabil.

      *> Un ingreso que cae en sabado, domingo o feriado de la
      *> empresa casi siempre es un error de captura, pero hay
      *> ingresos legitimos en dia inhabil (guardias, cierres), asi
      *> que solo se avisa y el CC no cambia.
       AvisarIngresoInhabil.
           CALL "DiaHabil" USING FechaIngreso WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil = "N" THEN
               DISPLAY "Aviso: la fecha de ingreso " FechaIngreso
                   " cae en dia inhabil ("
                   FUNCTION TRIM(WS-Dia-Motivo) ")."
           END-IF.

      *> Supervisor directo con ValidarSupervisor: en blanco se
      *> acepta (alta sin supervisor todavia); si no, tiene que ser
      *> un empleado existente y activo.
       SolicitarSupervisor.
           MOVE "N" TO WS-Sup-Valido.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Sup-Valido = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un "
                       "supervisor valido, se aborta."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Ingrese Employee ID del supervisor (en "
                   "blanco si no tiene) papai:"
               ACCEPT Supervisor

               CALL "ValidarSupervisor" USING WS-Sup-Alta Supervisor
                   WS-Sup-Canonico WS-Sup-Depto WS-Sup-Valido
                   WS-Sup-Motivo
               IF WS-Sup-Valido = "Y" THEN
                   MOVE WS-Sup-Canonico TO Supervisor
                   PERFORM AvisarSupervisorOtroDepto
               ELSE
                   EVALUATE FUNCTION TRIM(WS-Sup-Motivo)
                       WHEN "NO-NUMERICO"
                           DISPLAY "Error: el supervisor debe ser un "
                               "Employee ID numerico."
                       WHEN "NO-EXISTE"
                           DISPLAY "Error: no existe el empleado "
                               FUNCTION TRIM(Supervisor) "."
                       WHEN "INACTIVO"
                           DISPLAY "Error: el empleado "
                               FUNCTION TRIM(Supervisor)
                               " esta dado de baja."
                       WHEN "PENDIENTE"
                           DISPLAY "Error: el empleado "
                               FUNCTION TRIM(Supervisor)
                               " todavia no ingresa."
                       WHEN OTHER
                           DISPLAY "Error: supervisor invalido ("
                               FUNCTION TRIM(WS-Sup-Motivo) ")."
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Aviso (sin bloquear) cuando el supervisor es de otro
      *> departamento: hay casos legitimos, pero el organigrama lo va
      *> a listar como excepcion.
       AvisarSupervisorOtroDepto.
           IF Supervisor NOT = SPACES AND Departamento NOT = SPACES
                   AND WS-Sup-Depto NOT = Departamento THEN
               DISPLAY "Aviso: el supervisor " Supervisor " es del "
                   "departamento " FUNCTION TRIM(WS-Sup-Depto)
                   ", no de " FUNCTION TRIM(Departamento) "."
           END-IF.

      *> Una fecha de ingreso futura ya paso la forma y el
      *> calendario (ValidarFecha revisa eso antes que la futuridad);
           END-IF.
           MOVE SPACES TO Emp-FechaBaja.
           MOVE SPACES TO Emp-MotivoBaja.
           MOVE Supervisor TO Emp-Supervisor.

           WRITE Employee-Rec.
           IF WS-Emp-Status NOT = "00" THEN
               MOVE Emp-FechaIngreso TO WS-Mov-Nuevo
               CALL "RegistrarMovimiento" USING Emp-ID WS-Mov-Campo
                   WS-Mov-Anterior WS-Mov-Nuevo WS-Mov-Programa
                   WS-Mov-Usuario
               CALL "IndiceEmpleados" USING WS-Ind-Operacion Emp-ID
                   Emp-Apellidos Emp-Departamento WS-Indice-OK
               IF WS-Carga-Masiva = "N" THEN
                   DISPLAY "Tu Employee ID es: " Emp-ID
               END-IF
