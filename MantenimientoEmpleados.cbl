      *> Control del ciclo de edicion: el registro se va corrigiendo
      *> en memoria y solo se graba con REWRITE cuando el usuario
      *> elige guardar.
           01 WS-Opcion-Alpha PIC X(2) VALUE SPACES.
           01 WS-Opcion PIC 9(2) VALUE 0.
           01 WS-Termina-Edicion PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

           01 FechaIngreso PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
      *> Consulta al calendario de dias habiles (DiaHabil): una
      *> fecha de ingreso o de baja en dia inhabil se avisa, no se
      *> rechaza.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.

      *> Correccion de departamento validada contra la referencia
      *> con el mismo subprograma ValidarDepartamento del intake: el
           01 MotivoBaja PIC X(12) VALUE SPACES.
           01 WS-Motivo-Opcion PIC X(1) VALUE SPACES.

      *> Cambio de supervisor validado con el mismo subprograma
      *> ValidarSupervisor del intake, que aqui ademas rechaza que el
      *> cambio cierre un ciclo de reporte (el empleado ya puede
      *> tener gente a cargo).
           01 Supervisor PIC X(6) VALUE SPACES.
           01 WS-Sup-Canonico PIC X(6) VALUE SPACES.
           01 WS-Sup-Depto PIC X(20) VALUE SPACES.
           01 WS-Sup-Valido PIC X VALUE "N".
           01 WS-Sup-Motivo PIC X(20) VALUE SPACES.

      *> Tope de reintentos para los ciclos "pregunta hasta que venga
      *> bien", igual que en ProgramaRodas: un ACCEPT sobre stdin
      *> cerrado dejaria el ciclo girando para siempre.
               05 Orig-Estado PIC X(1).
               05 Orig-FechaBaja PIC X(10).
               05 Orig-MotivoBaja PIC X(12).
               05 Orig-Supervisor PIC X(6).
           01 WS-Mov-Campo PIC X(16) VALUE SPACES.
           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE "MANTEMPLEADOS".

      *> Firma del operador (IniciarSesion) antes de tocar nada: el
      *> usuario firma cada linea de EMPMOVS y el rol decide que
      *> ofrece el menu. RHCAPTURA corrige datos; dar de baja y
      *> reingresar quedan para RHSUPERVISOR.
           01 WS-Ses-Usuario PIC X(8) VALUE SPACES.
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".

      *> Indice de busqueda por apellidos y departamento
      *> (IndiceEmpleados): solo se toca cuando el REWRITE cambio
      *> alguno de los dos campos que indexa.
           01 WS-Ind-Operacion PIC X(6) VALUE "PONER".
           01 WS-Indice-OK PIC X VALUE "N".

      *> Candado de escritor unico del maestro (CandadoMaestro),
      *> tomado antes del OPEN I-O y suelto en cada salida: la
      *> sesion de edicion completa corre con el maestro reservado

       PROCEDURE DIVISION.
       Mantenimiento.
           CALL "IniciarSesion" USING WS-Mov-Programa WS-Ses-Usuario
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol NOT = "RHCAPTURA" AND
                   WS-Ses-Rol NOT = "RHSUPERVISOR" THEN
               DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " no tiene acceso al mantenimiento de empleados."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SolicitarID.

           MOVE "TOMAR" TO WS-Candado-Op.
           END-IF
           DISPLAY "  4. Departamento: " Emp-Departamento
           DISPLAY "  5. Fecha de Ingreso: " Emp-FechaIngreso
           IF Emp-Supervisor = SPACES THEN
               DISPLAY "  10. Supervisor: (sin supervisor)"
           ELSE
               DISPLAY "  10. Supervisor: " Emp-Supervisor
           END-IF
           EVALUATE Emp-Estado
               WHEN "I"
                   DISPLAY "  Estado: INACTIVO (baja)"
           DISPLAY "3. Corregir fecha de nacimiento"
           DISPLAY "4. Corregir departamento"
           DISPLAY "5. Corregir fecha de ingreso"
           IF WS-Ses-Rol = "RHSUPERVISOR" THEN
               DISPLAY "6. Dar de baja (desactivar)"
               DISPLAY "7. Reingreso (reactivar)"
           END-IF
           DISPLAY "8. Guardar cambios y salir"
           DISPLAY "9. Salir sin guardar"
           DISPLAY "10. Cambiar supervisor"
           ACCEPT WS-Opcion-Alpha.

           IF WS-Opcion-Alpha NOT = SPACES AND
                   FUNCTION TRIM(WS-Opcion-Alpha) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(WS-Opcion-Alpha) TO WS-Opcion
           ELSE
               MOVE 0 TO WS-Opcion
           END-IF.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF (WS-Opcion = 6 OR WS-Opcion = 7) AND
                   WS-Ses-Rol NOT = "RHSUPERVISOR" THEN
               MOVE 0 TO WS-Opcion
           END-IF.
      *> Un empleado anonimizado ya no tiene nombre ni nacimiento
      *> que corregir, y reactivarlo dejaria un activo sin datos
      *> personales: si vuelve a la empresa entra como alta nueva.
           IF Emp-Nombre = "ANONIMIZADO" AND
                   ((WS-Opcion >= 1 AND WS-Opcion <= 3) OR
                    WS-Opcion = 7) THEN
               DISPLAY "Error: el empleado " Emp-ID " esta "
                   "anonimizado; sus datos personales no se corrigen "
                   "y no se puede reactivar. Un reingreso se da de "
                   "alta con un Emp-ID nuevo."
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-Opcion
               WHEN 1
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina-Edicion
               WHEN 10
                   PERFORM SolicitarSupervisor
                   MOVE Supervisor TO Emp-Supervisor
                   MOVE "Y" TO WS-Hay-Cambios
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

           IF WS-Termina-Edicion = "N" AND ((WS-Opcion >= 1
                   AND WS-Opcion <= 7) OR WS-Opcion = 10) THEN
               PERFORM MostrarRegistro
           END-IF.

           END-REWRITE.
           IF WS-Emp-Status = "00" THEN
               PERFORM RegistrarCambiosMovimientos
               IF Emp-Apellidos NOT = Orig-Apellidos OR
                       Emp-Departamento NOT = Orig-Departamento THEN
                   CALL "IndiceEmpleados" USING WS-Ind-Operacion
                       Emp-ID Emp-Apellidos Emp-Departamento
                       WS-Indice-OK
               END-IF
               DISPLAY "Cambios guardados para el empleado " Emp-ID "."
           END-IF.

           MOVE Emp-Estado TO Orig-Estado.
           MOVE Emp-FechaBaja TO Orig-FechaBaja.
           MOVE Emp-MotivoBaja TO Orig-MotivoBaja.
           MOVE Emp-Supervisor TO Orig-Supervisor.

      *> Una linea de movimiento por cada campo que de verdad cambio
      *> entre el READ y el REWRITE; la baja y el reingreso salen
               MOVE Emp-MotivoBaja TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-Supervisor NOT = Orig-Supervisor THEN
               MOVE "SUPERVISOR" TO WS-Mov-Campo
               MOVE Orig-Supervisor TO WS-Mov-Anterior
               MOVE Emp-Supervisor TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.

       GrabarMovimiento.
           CALL "RegistrarMovimiento" USING Emp-ID WS-Mov-Campo
               WS-Mov-Anterior WS-Mov-Nuevo WS-Mov-Programa
               WS-Ses-Usuario.

      *> Captura de la baja: la fecha de terminacion pasa por
      *> ValidarFecha como las demas fechas y ademas no puede ser
                   END-IF
               END-IF
           END-PERFORM.
           CALL "DiaHabil" USING FechaBaja WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil = "N" THEN
               DISPLAY "Aviso: la fecha de baja " FechaBaja
                   " cae en dia inhabil ("
                   FUNCTION TRIM(WS-Dia-Motivo) ")."
           END-IF.

           MOVE SPACES TO MotivoBaja.
           MOVE 0 TO WS-Intentos.
                   END-IF
               END-IF
           END-PERFORM.
           CALL "DiaHabil" USING FechaIngreso WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil = "N" THEN
               DISPLAY "Aviso: la fecha de ingreso " FechaIngreso
                   " cae en dia inhabil ("
                   FUNCTION TRIM(WS-Dia-Motivo) ")."
           END-IF.

      *> Misma validacion de departamento que el intake de
      *> ProgramaRodas: solo un codigo activo de la referencia, y se
               END-IF
           END-PERFORM.

      *> Mismo supervisor validado que en el intake de ProgramaRodas,
      *> mas la revision de ciclo contra la gente que ya le reporta
      *> a este empleado. En blanco le quita el supervisor.
       SolicitarSupervisor.
           MOVE "N" TO WS-Sup-Valido.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Sup-Valido = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un "
                       "supervisor valido, se aborta."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Ingrese Employee ID del supervisor (en "
                   "blanco si no tiene):"
               ACCEPT Supervisor

               CALL "ValidarSupervisor" USING Emp-ID Supervisor
                   WS-Sup-Canonico WS-Sup-Depto WS-Sup-Valido
                   WS-Sup-Motivo
               IF WS-Sup-Valido = "Y" THEN
                   MOVE WS-Sup-Canonico TO Supervisor
                   IF Supervisor NOT = SPACES AND
                           WS-Sup-Depto NOT = Emp-Departamento THEN
                       DISPLAY "Aviso: el supervisor " Supervisor
                           " es del departamento "
                           FUNCTION TRIM(WS-Sup-Depto) ", no de "
                           FUNCTION TRIM(Emp-Departamento) "."
                   END-IF
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
                       WHEN "MISMO-EMPLEADO"
                           DISPLAY "Error: un empleado no puede ser "
                               "su propio supervisor."
                       WHEN "CICLO"
                           DISPLAY "Error: el empleado "
                               FUNCTION TRIM(Supervisor)
                               " ya reporta (directo o por la cadena) "
                               "a este empleado; se formaria un ciclo."
                       WHEN OTHER
                           DISPLAY "Error: supervisor invalido ("
                               FUNCTION TRIM(WS-Sup-Motivo) ")."
                   END-EVALUATE
               END-IF
           END-PERFORM.

       END PROGRAM MantenimientoEmpleados.
