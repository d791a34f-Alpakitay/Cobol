      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcumulacionVacaciones.

      *> Abono mensual de vacaciones: a cada empleado activo al
      *> cierre del mes le agrega en data/VACACIONES.DAT un
      *> movimiento ACUMULACION con fecha del fin de mes y el mes en
      *> Vac-Periodo, por los dias que le tocan segun su antiguedad
      *> a esa fecha, con las mismas bandas de ReporteAntiguedad:
      *>   menos de 1 anio       1.00 dias por mes
      *>   de 1 a menos de 5     1.25
      *>   de 5 a 10             1.50
      *>   mas de 10             1.75
      *> Activo al cierre del mes es lo mismo que en
      *> ReporteCostoLaboral: ingreso en o antes del fin de mes y sin
      *> baja en o antes de esa fecha.
      *>
      *> Se puede volver a correr: un empleado que ya tiene el abono
      *> del mes no recibe otro. El maestro (lectura secuencial, en
      *> orden de Emp-ID) se cruza con el archivo de vacaciones (en
      *> orden de Emp-ID y fecha) hacia un archivo de trabajo
      *> (data/VACACIONES.TMP), con cada abono en su lugar, y el
      *> trabajo se copia de vuelta al final, igual que el cierre del
      *> acumulador de Suma. Un archivo de vacaciones fuera de orden
      *> detiene la corrida sin tocar nada. Toma el candado del
      *> maestro para no cruzarse con MantenimientoVacaciones.
      *>
      *> Uso: AcumulacionVacaciones [AAAA-MM]  (sin mes: el mes
      *> anterior). Un mes que todavia no termina no se abona.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas; la lectura
      *> secuencial lo entrega en orden de Emp-ID, el mismo orden del
      *> archivo de vacaciones.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT VacFile ASSIGN TO DYNAMIC WS-Vac-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Vac-Status.

           SELECT TrabajoFile ASSIGN TO DYNAMIC WS-Trabajo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Trabajo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD VacFile.
           COPY VACACION.

       FD TrabajoFile.
           01 Trabajo-Rec PIC X(90).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-EOF PIC X VALUE "N".

           01 WS-Vac-Path PIC X(40) VALUE "data/VACACIONES.DAT".
           01 WS-Vac-Status PIC XX VALUE SPACES.
           01 WS-Vac-EOF PIC X VALUE "N".
           01 WS-Trabajo-Path PIC X(40)
               VALUE "data/VACACIONES.TMP".
           01 WS-Trabajo-Status PIC XX VALUE SPACES.
           01 WS-Trabajo-EOF PIC X VALUE "N".

      *> Llave (Emp-ID + fecha) del ultimo registro leido, para
      *> detectar un archivo fuera de orden.
           01 WS-Llave-Anterior PIC X(16) VALUE LOW-VALUES.
           01 WS-Llave-Actual PIC X(16) VALUE SPACES.

      *> Mes a abonar. El fin de mes se saca restando un dia al
      *> primero del mes siguiente, como en ReporteCostoLaboral.
           01 WS-Arg-Mes PIC X(20) VALUE SPACES.
           01 WS-Mes PIC X(7) VALUE SPACES.
           01 WS-Mes-Inicio PIC X(10) VALUE SPACES.
           01 WS-Mes-Fin PIC X(10) VALUE SPACES.
           01 WS-Anio-Num PIC 9(4) VALUE 0.
           01 WS-Mes-Num PIC 9(2) VALUE 0.
           01 WS-Siguiente-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-Alpha PIC X(8) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Hoy PIC X(10) VALUE SPACES.

      *> Antiguedad del empleado en turno al fin de mes.
           01 WS-Fin-Anio PIC 9(4) VALUE 0.
           01 WS-Fin-MMDD PIC X(4) VALUE SPACES.
           01 WS-Ing-Anio PIC 9(4) VALUE 0.
           01 WS-Ing-MMDD PIC X(4) VALUE SPACES.
           01 WS-Anios-Servicio PIC 9(3) VALUE 0.
           01 WS-Dias-Abono PIC S9(3)V9(2) VALUE 0.

      *> Estado del empleado en turno dentro del cruce.
           01 WS-Elegible PIC X VALUE "N".
           01 WS-Ya-Abonado PIC X VALUE "N".
           01 WS-Abono-Escrito PIC X VALUE "N".
           01 WS-Timestamp PIC X(21) VALUE SPACES.
           01 WS-Operador PIC X(8) VALUE "ACUMULA".

      *> Registro del abono, con el mismo layout del archivo.
           COPY VACACION REPLACING ==Vacacion-Rec== BY ==Abono-Rec==
               LEADING ==Vac-== BY ==Abo-==.

      *> Totales de la corrida.
           01 WS-Abonados PIC 9(6) VALUE 0.
           01 WS-Ya-Tenian PIC 9(6) VALUE 0.
           01 WS-No-Elegibles PIC 9(6) VALUE 0.
           01 WS-Ingreso-Malo PIC 9(6) VALUE 0.
           01 WS-Registros PIC 9(7) VALUE 0.
           01 WS-Total-Dias PIC S9(7)V9(2) VALUE 0.
           01 WS-Total-Edit PIC -(6)9.99.

      *> Candado de escritor unico del maestro.
           01 WS-Mov-Programa PIC X(14) VALUE "ACUMVACACIONES".
           01 WS-Candado-Op PIC X(6) VALUE SPACES.
           01 WS-Candado-OK PIC X VALUE "N".
           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       Acumular.
           DISPLAY "===== Abono mensual de vacaciones =====".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Hoy(1:4).
           MOVE "-" TO WS-Hoy(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-Hoy(6:2).
           MOVE "-" TO WS-Hoy(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-Hoy(9:2).

           PERFORM DeterminarMes.

           MOVE "TOMAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.
           IF WS-Candado-OK NOT = "Y" THEN
               DISPLAY "Error: el maestro de empleados esta en uso "
                   "por " FUNCTION TRIM(WS-Candado-Dueno)
                   ", intente de nuevo en un momento."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           PERFORM CruzarArchivos.
           PERFORM CopiarTrabajo.
           PERFORM LiberarCandado.

           MOVE WS-Total-Dias TO WS-Total-Edit.
           DISPLAY "Mes " WS-Mes " (al " WS-Mes-Fin "): "
               WS-Abonados " empleados abonados por "
               FUNCTION TRIM(WS-Total-Edit) " dias; " WS-Ya-Tenian
               " ya tenian el abono; " WS-No-Elegibles
               " no activos al cierre.".
           IF WS-Ingreso-Malo > 0 THEN
               DISPLAY "Aviso: " WS-Ingreso-Malo " empleados con "
                   "fecha de ingreso invalida quedaron sin abono."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LiberarCandado.
           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.

      *> AAAA-MM del argumento (o el mes anterior al de hoy). El mes
      *> tiene que haber terminado: se abona al cierre.
       DeterminarMes.
           ACCEPT WS-Arg-Mes FROM COMMAND-LINE.
           IF WS-Arg-Mes = SPACES THEN
               MOVE WS-Hoy(1:4) TO WS-Anio-Num
               MOVE WS-Hoy(6:2) TO WS-Mes-Num
               IF WS-Mes-Num = 1 THEN
                   SUBTRACT 1 FROM WS-Anio-Num
                   MOVE 12 TO WS-Mes-Num
               ELSE
                   SUBTRACT 1 FROM WS-Mes-Num
               END-IF
               MOVE WS-Anio-Num TO WS-Mes(1:4)
               MOVE "-" TO WS-Mes(5:1)
               MOVE WS-Mes-Num TO WS-Mes(6:2)
           ELSE
               MOVE FUNCTION TRIM(WS-Arg-Mes) TO WS-Mes
           END-IF.
           MOVE SPACES TO WS-Mes-Inicio.
           STRING WS-Mes DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO WS-Mes-Inicio
           END-STRING.
           CALL "ValidarFecha" USING WS-Mes-Inicio WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" AND
                   FUNCTION TRIM(WS-Fecha-Motivo) NOT = "FECHA-FUTURA"
                   THEN
               DISPLAY "Error: mes invalido '"
                   FUNCTION TRIM(WS-Arg-Mes) "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) "), use AAAA-MM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Mes(1:4) TO WS-Anio-Num.
           MOVE WS-Mes(6:2) TO WS-Mes-Num.
           IF WS-Mes-Num = 12 THEN
               COMPUTE WS-Siguiente-AAAAMMDD =
                   (WS-Anio-Num + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Siguiente-AAAAMMDD =
                   WS-Anio-Num * 10000 + (WS-Mes-Num + 1) * 100 + 1
           END-IF.
           COMPUTE WS-Fin-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Siguiente-AAAAMMDD) - 1).
           MOVE WS-Fin-AAAAMMDD TO WS-Fin-Alpha.
           MOVE WS-Fin-Alpha(1:4) TO WS-Mes-Fin(1:4).
           MOVE "-" TO WS-Mes-Fin(5:1).
           MOVE WS-Fin-Alpha(5:2) TO WS-Mes-Fin(6:2).
           MOVE "-" TO WS-Mes-Fin(8:1).
           MOVE WS-Fin-Alpha(7:2) TO WS-Mes-Fin(9:2).

           IF WS-Mes-Fin > WS-Hoy THEN
               DISPLAY "Error: el mes " WS-Mes " no ha terminado ("
                   "cierra el " WS-Mes-Fin "), no se abona todavia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Mes-Fin(1:4) TO WS-Fin-Anio.
           MOVE SPACES TO WS-Fin-MMDD.
           STRING WS-Mes-Fin(6:2) DELIMITED BY SIZE
               WS-Mes-Fin(9:2) DELIMITED BY SIZE
               INTO WS-Fin-MMDD
           END-STRING.

      *> Cruce maestro contra vacaciones hacia el archivo de trabajo.
       CruzarArchivos.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VacFile.
           IF WS-Vac-Status = "35" THEN
               MOVE "Y" TO WS-Vac-EOF
           ELSE
               IF WS-Vac-Status NOT = "00" THEN
                   DISPLAY "Error abriendo el archivo de vacaciones: "
                       WS-Vac-Status
                   CLOSE EmployeeFile
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de trabajo: "
                   WS-Trabajo-Status
               CLOSE EmployeeFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LeerVacacion.
           PERFORM UNTIL WS-Emp-EOF = "Y"
               READ EmployeeFile
                   AT END
                       MOVE "Y" TO WS-Emp-EOF
                   NOT AT END
                       PERFORM AbonarEmpleado
               END-READ
           END-PERFORM.
      *> Lo que quede (movimientos de IDs que ya no estan en el
      *> maestro) pasa tal cual.
           PERFORM UNTIL WS-Vac-EOF = "Y"
               PERFORM PasarVacacion
           END-PERFORM.

           CLOSE EmployeeFile.
           IF WS-Vac-Status NOT = "35" THEN
               CLOSE VacFile
           END-IF.
           CLOSE TrabajoFile.

      *> Un empleado del maestro: pasa sus movimientos en orden y
      *> mete el abono del mes despues de los que tienen fecha hasta
      *> el fin de mes, salvo que ya este.
       AbonarEmpleado.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vac-EmpID >= Emp-ID
               PERFORM PasarVacacion
           END-PERFORM.

           PERFORM RevisarElegible.
           MOVE "N" TO WS-Ya-Abonado.
           MOVE "N" TO WS-Abono-Escrito.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vac-EmpID NOT = Emp-ID
               IF WS-Elegible = "Y" AND WS-Abono-Escrito = "N" AND
                       WS-Ya-Abonado = "N" AND
                       Vac-FechaInicio > WS-Mes-Fin THEN
                   PERFORM EscribirAbono
               END-IF
               IF Vac-Tipo = "ACUMULACION" AND
                       Vac-Periodo = WS-Mes THEN
                   MOVE "Y" TO WS-Ya-Abonado
               END-IF
               PERFORM PasarVacacion
           END-PERFORM.
           IF WS-Elegible = "Y" AND WS-Abono-Escrito = "N" AND
                   WS-Ya-Abonado = "N" THEN
               PERFORM EscribirAbono
           END-IF.
           IF WS-Elegible = "Y" AND WS-Ya-Abonado = "Y" THEN
               ADD 1 TO WS-Ya-Tenian
           END-IF.

      *> Activo al cierre del mes y con un ingreso que sirva para
      *> calcular la antiguedad; de paso saca los dias de su banda.
       RevisarElegible.
           MOVE "N" TO WS-Elegible.
           IF Emp-FechaIngreso = SPACES OR
                   Emp-FechaIngreso > WS-Mes-Fin THEN
               ADD 1 TO WS-No-Elegibles
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Estado = "I" THEN
               IF Emp-FechaBaja = SPACES OR
                       Emp-FechaBaja <= WS-Mes-Fin THEN
                   ADD 1 TO WS-No-Elegibles
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CALL "ValidarFecha" USING Emp-FechaIngreso WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               DISPLAY "Aviso: empleado " Emp-ID " con fecha de "
                   "ingreso invalida '" Emp-FechaIngreso "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) "), sin abono."
               ADD 1 TO WS-Ingreso-Malo
               EXIT PARAGRAPH
           END-IF.

      *> Anios completos al fin de mes: la diferencia de anios, menos
      *> uno si el mes/dia del ingreso todavia no llega ese anio.
           MOVE Emp-FechaIngreso(1:4) TO WS-Ing-Anio.
           MOVE SPACES TO WS-Ing-MMDD.
           STRING Emp-FechaIngreso(6:2) DELIMITED BY SIZE
               Emp-FechaIngreso(9:2) DELIMITED BY SIZE
               INTO WS-Ing-MMDD
           END-STRING.
           COMPUTE WS-Anios-Servicio = WS-Fin-Anio - WS-Ing-Anio.
           IF WS-Fin-MMDD < WS-Ing-MMDD THEN
               SUBTRACT 1 FROM WS-Anios-Servicio
           END-IF.
           EVALUATE TRUE
               WHEN WS-Anios-Servicio < 1
                   MOVE 1.00 TO WS-Dias-Abono
               WHEN WS-Anios-Servicio < 5
                   MOVE 1.25 TO WS-Dias-Abono
               WHEN WS-Anios-Servicio <= 10
                   MOVE 1.50 TO WS-Dias-Abono
               WHEN OTHER
                   MOVE 1.75 TO WS-Dias-Abono
           END-EVALUATE.
           MOVE "Y" TO WS-Elegible.

       EscribirAbono.
           MOVE Emp-ID TO Abo-EmpID.
           MOVE WS-Mes-Fin TO Abo-FechaInicio.
           MOVE WS-Mes-Fin TO Abo-FechaFin.
           MOVE "ACUMULACION" TO Abo-Tipo.
           MOVE WS-Dias-Abono TO Abo-Dias.
           MOVE WS-Mes TO Abo-Periodo.
           MOVE WS-Timestamp TO Abo-Registrado.
           MOVE WS-Operador TO Abo-Operador.
           MOVE ";" TO Abo-Sep1 Abo-Sep2 Abo-Sep3 Abo-Sep4 Abo-Sep5
               Abo-Sep6 Abo-Sep7.
           MOVE Abono-Rec TO Trabajo-Rec.
           WRITE Trabajo-Rec.
           ADD 1 TO WS-Registros.
           ADD 1 TO WS-Abonados.
           ADD WS-Dias-Abono TO WS-Total-Dias.
           MOVE "Y" TO WS-Abono-Escrito.

      *> Copia el registro de vacaciones en turno al trabajo y lee
      *> el siguiente.
       PasarVacacion.
           MOVE Vacacion-Rec TO Trabajo-Rec.
           WRITE Trabajo-Rec.
           ADD 1 TO WS-Registros.
           PERFORM LeerVacacion.

      *> Lee el siguiente movimiento (las lineas en blanco se
      *> saltan) y revisa que venga en orden de Emp-ID y fecha.
       LeerVacacion.
           IF WS-Vac-EOF = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           READ VacFile
               AT END
                   MOVE "Y" TO WS-Vac-EOF
           END-READ.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vacacion-Rec NOT = SPACES
               READ VacFile
                   AT END
                       MOVE "Y" TO WS-Vac-EOF
               END-READ
           END-PERFORM.
           IF WS-Vac-EOF = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE Vacacion-Rec(1:6) TO WS-Llave-Actual(1:6).
           MOVE Vac-FechaInicio TO WS-Llave-Actual(7:10).
           IF WS-Llave-Actual < WS-Llave-Anterior THEN
               DISPLAY "Error: el archivo de vacaciones esta fuera de "
                   "orden en el empleado " Vac-EmpID " fecha "
                   Vac-FechaInicio "; no se abona nada, revise el "
                   "archivo."
               CLOSE EmployeeFile VacFile TrabajoFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Llave-Actual TO WS-Llave-Anterior.

      *> El trabajo ya completo reemplaza al archivo de vacaciones.
       CopiarTrabajo.
           OPEN INPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error releyendo el archivo de trabajo: "
                   WS-Trabajo-Status "; el archivo de vacaciones "
                   "no se modifico."
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VacFile.
           IF WS-Vac-Status NOT = "00" THEN
               DISPLAY "Error reescribiendo el archivo de vacaciones: "
                   WS-Vac-Status "; copie "
                   FUNCTION TRIM(WS-Trabajo-Path) " sobre "
                   FUNCTION TRIM(WS-Vac-Path) " a mano."
               CLOSE TrabajoFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Trabajo-EOF = "Y"
               READ TrabajoFile
                   AT END
                       MOVE "Y" TO WS-Trabajo-EOF
                   NOT AT END
                       MOVE Trabajo-Rec TO Vacacion-Rec
                       WRITE Vacacion-Rec
               END-READ
           END-PERFORM.
           CLOSE TrabajoFile.
           CLOSE VacFile.

       END PROGRAM AcumulacionVacaciones.
