      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiaHabil.

      *> Subprograma compartido de consulta del calendario de dias
      *> habiles: dada una fecha AAAA-MM-DD devuelve "Y"/"N" en
      *> Dia-Habil y en Dia-Motivo por que (SABADO, DOMINGO, el
      *> nombre del feriado, o HABIL POR EXCEPCION con su motivo;
      *> en espacios un dia entre semana normal). Sabado y domingo
      *> son inhabiles salvo que data/CALENDARIO.DAT los marque "H";
      *> un dia entre semana es habil salvo que el archivo lo marque
      *> "F". Lo llaman el preflight y el job nocturno (via
      *> MantenimientoCalendario C), ReporteCorridas, y la captura de
      *> fechas de ingreso y baja.
      *>
      *> El archivo se carga una sola vez, en la primera llamada, y
      *> se queda en memoria para las siguientes (ReporteCorridas
      *> pregunta por cada noche de la ventana). Sin archivo todos
      *> los dias entre semana son habiles. Una fecha que no es de
      *> calendario regresa "N" con motivo FECHA-INVALIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarioFile ASSIGN TO DYNAMIC WS-Cal-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarioFile.
           COPY CALENDARIO.

       WORKING-STORAGE SECTION.
           01 WS-Cal-Path PIC X(40) VALUE "data/CALENDARIO.DAT".
           01 WS-Cal-Status PIC XX VALUE SPACES.
           01 WS-Cal-EOF PIC X VALUE "N".
           01 WS-Cargado PIC X VALUE "N".

      *> Excepciones del calendario en memoria.
           01 WS-Cal-Cuenta PIC 9(4) VALUE 0.
           01 Cal-Tabla.
               05 Cal-Entrada-Tab OCCURS 1000 TIMES.
                   10 Tab-Fecha PIC X(10).
                   10 Tab-Tipo PIC X(1).
                   10 Tab-Descripcion PIC X(30).
           01 WS-Cal-Ix PIC 9(4) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(4) VALUE 0.

      *> Dia de la semana: INTEGER-OF-DATE cuenta desde el lunes
      *> 1601-01-01, asi que el residuo entre 7 de (entero - 1) es
      *> 0 el lunes ... 5 el sabado y 6 el domingo.
           01 WS-Fecha-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Entera PIC 9(7) VALUE 0.
           01 WS-Dia-Semana PIC 9(1) VALUE 0.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
           01 Dia-Fecha PIC X(10).
           01 Dia-Habil PIC X.
           01 Dia-Motivo PIC X(50).

       PROCEDURE DIVISION USING Dia-Fecha Dia-Habil Dia-Motivo.
       ConsultarDia.
           MOVE "N" TO Dia-Habil.
           MOVE SPACES TO Dia-Motivo.
           IF WS-Cargado = "N" THEN
               PERFORM CargarCalendario
               MOVE "Y" TO WS-Cargado
           END-IF.

      *> La fecha puede ser futura (el calendario se consulta por
      *> adelantado); lo demas lo revisa ValidarFecha.
           CALL "ValidarFecha" USING Dia-Fecha WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" AND
                   FUNCTION TRIM(WS-Fecha-Motivo) NOT = "FECHA-FUTURA"
                   THEN
               MOVE "FECHA-INVALIDA" TO Dia-Motivo
               GOBACK
           END-IF.

           MOVE SPACES TO WS-Fecha-AAAAMMDD.
           STRING Dia-Fecha(1:4) DELIMITED BY SIZE
               Dia-Fecha(6:2) DELIMITED BY SIZE
               Dia-Fecha(9:2) DELIMITED BY SIZE
               INTO WS-Fecha-AAAAMMDD
           END-STRING.
           COMPUTE WS-Fecha-Entera = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Fecha-AAAAMMDD)).
           COMPUTE WS-Dia-Semana =
               FUNCTION MOD(WS-Fecha-Entera - 1, 7).

           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Cal-Ix FROM 1 BY 1
                   UNTIL WS-Cal-Ix > WS-Cal-Cuenta
               IF Tab-Fecha(WS-Cal-Ix) = Dia-Fecha THEN
                   MOVE WS-Cal-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-Dia-Semana >= 5 THEN
               IF WS-Encontrado-Ix > 0 AND
                       Tab-Tipo(WS-Encontrado-Ix) = "H" THEN
                   MOVE "Y" TO Dia-Habil
                   STRING "HABIL POR EXCEPCION: " DELIMITED BY SIZE
                       Tab-Descripcion(WS-Encontrado-Ix)
                           DELIMITED BY SIZE
                       INTO Dia-Motivo
                   END-STRING
               ELSE
                   IF WS-Dia-Semana = 5 THEN
                       MOVE "SABADO" TO Dia-Motivo
                   ELSE
                       MOVE "DOMINGO" TO Dia-Motivo
                   END-IF
               END-IF
           ELSE
               IF WS-Encontrado-Ix > 0 AND
                       Tab-Tipo(WS-Encontrado-Ix) = "F" THEN
                   MOVE Tab-Descripcion(WS-Encontrado-Ix)
                       TO Dia-Motivo
                   IF Dia-Motivo = SPACES THEN
                       MOVE "FERIADO" TO Dia-Motivo
                   END-IF
               ELSE
                   MOVE "Y" TO Dia-Habil
               END-IF
           END-IF.
           GOBACK.

       CargarCalendario.
           MOVE 0 TO WS-Cal-Cuenta.
           MOVE "N" TO WS-Cal-EOF.
           OPEN INPUT CalendarioFile.
           IF WS-Cal-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Cal-EOF = "Y"
               READ CalendarioFile
                   AT END
                       MOVE "Y" TO WS-Cal-EOF
                   NOT AT END
                       IF Calendario-Rec NOT = SPACES AND
                               WS-Cal-Cuenta < 1000 THEN
                           ADD 1 TO WS-Cal-Cuenta
                           MOVE Cal-Fecha TO Tab-Fecha(WS-Cal-Cuenta)
                           MOVE FUNCTION UPPER-CASE(Cal-Tipo)
                               TO Tab-Tipo(WS-Cal-Cuenta)
                           MOVE Cal-Descripcion
                               TO Tab-Descripcion(WS-Cal-Cuenta)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CalendarioFile.

       END PROGRAM DiaHabil.
