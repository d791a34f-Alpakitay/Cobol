      *> directo, igual que el de departamentos en el roster. El
      *> acumulado anio-a-la-fecha se reinicia cuando cambia el
      *> anio.
      *>
      *> Los anios cerrados por CierreAnualSuma ya no estan en el
      *> acumulador: salen del historial de anios cerrados
      *> (data/SUMAHISTORICO.DAT), que trae los mismos totales por
      *> mes, y se marcan "(cerrado)". Son de solo lectura: una
      *> linea que todavia aparezca en el acumulador con un anio
      *> cerrado no se suma, se avisa y la corrida termina con CC 4.
      *> Un ajuste posteado al anio anterior todavia abierto
      *> se muestra en su mes pero no entra al neto ni al
      *> anio-a-la-fecha del anio nuevo (al cerrar, queda en el mes
      *> "13" del anio al que corresponde).
      *>
      *> Los ajustes que todavia esperan su segunda firma en la cola
      *> de aprobacion (data/AJUSTESPENDIENTES.DAT) no estan en el
      *> acumulador: se muestran aparte, en el mes en que se
      *> capturaron y en un total al final, sin entrar al neto ni al
      *> anio-a-la-fecha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Acumulado-Status.

           SELECT HistoricoFile ASSIGN TO DYNAMIC WS-Historico-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Historico-Status.

           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo layout que escribe ActualizarAcumuladoAnual en Suma,
      *> mas la cola que distingue los ajustes aprobados: un
      *> registro de ajuste trae ";A;motivo;nota;operador;anio"
      *> (AprobacionAjustesSuma agrega ";aprobo;folio", que aqui no
      *> se usan) despues del monto y la apertura de anio ";S;...";
      *> en una
      *> corrida normal (mas corta) la cola llega en espacios.
       FD AcumuladoFile.
           01 Acumulado-Rec.
               05 Acum-Fecha PIC X(10).
               05 Acum-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 Acum-Sep2 PIC X(1).
               05 Acum-Tipo PIC X(1).
               05 Acum-Cola PIC X(114).

       FD HistoricoFile.
           COPY SUMAHIST.

       FD PendientesFile.
           COPY AJUSTEPEND.

       WORKING-STORAGE SECTION.
           01 WS-Acumulado-Path PIC X(40)
               VALUE "data/SUMAACUMULADO.DAT".
           01 WS-Acumulado-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".
           01 WS-Historico-Path PIC X(40)
               VALUE "data/SUMAHISTORICO.DAT".
           01 WS-Historico-Status PIC XX VALUE SPACES.
           01 WS-Historico-EOF PIC X VALUE "N".
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-Pend-EOF PIC X VALUE "N".

      *> Ajustes pendientes de aprobacion, por mes de captura.
           01 WS-Pend-Meses PIC 9(3) VALUE 0.
           01 Pendientes-Tabla.
               05 Pend-Entrada OCCURS 120 TIMES.
                   10 Pend-Mes PIC X(6).
                   10 Pend-Cuenta PIC 9(6).
                   10 Pend-Total PIC S9(12)V9(2).
           01 WS-Pend-Ix PIC 9(3) VALUE 0.
           01 WS-Pend-Cuenta-Total PIC 9(6) VALUE 0.
           01 WS-Pend-Total PIC S9(12)V9(2) VALUE 0.
           01 WS-Pend-Edit PIC +(12)9.99.

      *> Anios cerrados segun el historial.
           01 WS-Cerrados-Cuenta PIC 9(2) VALUE 0.
           01 Cerrados-Tabla.
               05 Cerrado-Anio OCCURS 50 TIMES PIC X(4).
           01 WS-Cerrado-Ix PIC 9(2) VALUE 0.
           01 WS-Es-Cerrado PIC X VALUE "N".
           01 WS-Mes-Es-Cerrado PIC X VALUE "N".
           01 WS-Lineas-Ignoradas PIC 9(6) VALUE 0.

      *> Anio contable de una linea del acumulador.
           01 WS-Anio-Linea PIC X(4) VALUE SPACES.
           01 WS-Aj-Motivo PIC X(14) VALUE SPACES.
           01 WS-Aj-Nota PIC X(40) VALUE SPACES.
           01 WS-Aj-Operador PIC X(8) VALUE SPACES.
           01 WS-Aj-Anio PIC X(4) VALUE SPACES.

      *> Control-break por mes (AAAAMM) y por anio.
           01 WS-Mes-Anterior PIC X(6) VALUE SPACES.
           01 WS-Total-Mes PIC S9(12)V9(2) VALUE 0.
           01 WS-Ajustes-Mes PIC 9(6) VALUE 0.
           01 WS-Total-Ajustes-Mes PIC S9(12)V9(2) VALUE 0.
           01 WS-Ajustes-Previo-Mes PIC 9(6) VALUE 0.
           01 WS-Total-Ajustes-Previo PIC S9(12)V9(2) VALUE 0.
           01 WS-Neto-Mes PIC S9(12)V9(2) VALUE 0.
           01 WS-Total-Mes-Previo PIC S9(12)V9(2) VALUE 0.
           01 WS-Hay-Mes-Previo PIC X VALUE "N".
       Reportar.
           DISPLAY "===== Rollup Mensual de Suma =====".

           PERFORM LeerHistorico.
           PERFORM LeerPendientes.

           OPEN INPUT AcumuladoFile.
           IF WS-Acumulado-Status NOT = "00" THEN
               DISPLAY "Error abriendo el acumulador de corridas: "

           DISPLAY "==================================".
           DISPLAY "Meses reportados: " WS-Meses-Reportados.
           IF WS-Pend-Cuenta-Total > 0 THEN
               MOVE WS-Pend-Total TO WS-Pend-Edit
               DISPLAY "Ajustes pendientes de aprobacion: "
                   WS-Pend-Cuenta-Total " por "
                   FUNCTION TRIM(WS-Pend-Edit)
                   " (no posteados, fuera de todo neto)"
           END-IF.
           IF WS-Meses-Reportados = 0 THEN
               DISPLAY "El acumulador de corridas esta vacio."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-Lineas-Ignoradas > 0 THEN
               DISPLAY "Aviso: " WS-Lineas-Ignoradas " lineas del "
                   "acumulador son de anios cerrados y no se sumaron "
                   "(el anio cerrado sale del historial)."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Los meses de los anios cerrados, en el orden del historial
      *> (anio y mes), pasan por el mismo corte de mes que las
      *> corridas. La linea "T" de cada anio solo lo anota como
      *> cerrado.
       LeerHistorico.
           OPEN INPUT HistoricoFile.
           IF WS-Historico-Status = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Historico-Status NOT = "00" THEN
               DISPLAY "Error abriendo el historial de anios cerrados: "
                   WS-Historico-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Historico-EOF = "Y"
               READ HistoricoFile
                   AT END
                       MOVE "Y" TO WS-Historico-EOF
                   NOT AT END
                       PERFORM ProcesarHistorico
               END-READ
           END-PERFORM.
           CLOSE HistoricoFile.

       ProcesarHistorico.
           IF SumH-Tipo = "T" THEN
               IF WS-Cerrados-Cuenta < 50 THEN
                   ADD 1 TO WS-Cerrados-Cuenta
                   MOVE SumH-Anio TO Cerrado-Anio(WS-Cerrados-Cuenta)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SumH-Anio TO WS-Mes-Actual(1:4).
           MOVE SumH-Mes TO WS-Mes-Actual(5:2).
           PERFORM CortarMes.
           MOVE "Y" TO WS-Mes-Es-Cerrado.
           IF SumH-Tipo = "A" THEN
               ADD SumH-Cuenta TO WS-Ajustes-Mes
               ADD SumH-Monto TO WS-Total-Ajustes-Mes
           ELSE
               ADD SumH-Cuenta TO WS-Corridas-Mes
               ADD SumH-Monto TO WS-Total-Mes
           END-IF.

      *> Junta los ajustes en estado "P" de la cola por mes de
      *> captura. Sin cola no hay pendientes.
       LeerPendientes.
           OPEN INPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Pend-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-Pend-EOF
                   NOT AT END
                       IF AjP-Estado = "P" THEN
                           PERFORM SumarPendiente
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PendientesFile.

       SumarPendiente.
           ADD 1 TO WS-Pend-Cuenta-Total.
           ADD AjP-Monto TO WS-Pend-Total.
           PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                   UNTIL WS-Pend-Ix > WS-Pend-Meses
               IF Pend-Mes(WS-Pend-Ix) = AjP-Capturado(1:6) THEN
                   ADD 1 TO Pend-Cuenta(WS-Pend-Ix)
                   ADD AjP-Monto TO Pend-Total(WS-Pend-Ix)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-Pend-Meses < 120 THEN
               ADD 1 TO WS-Pend-Meses
               MOVE AjP-Capturado(1:6) TO Pend-Mes(WS-Pend-Meses)
               MOVE 1 TO Pend-Cuenta(WS-Pend-Meses)
               MOVE AjP-Monto TO Pend-Total(WS-Pend-Meses)
           END-IF.

      *> Anio contable: el de la fecha o, en un ajuste, el anio que
      *> trae en el sexto campo.
       DeterminarAnioLinea.
           MOVE Acum-Fecha(1:4) TO WS-Anio-Linea.
           IF Acum-Tipo NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Aj-Motivo WS-Aj-Nota WS-Aj-Operador
               WS-Aj-Anio.
           UNSTRING Acum-Cola(2:113) DELIMITED BY ";"
               INTO WS-Aj-Motivo WS-Aj-Nota WS-Aj-Operador WS-Aj-Anio
           END-UNSTRING.
           IF WS-Aj-Anio IS NUMERIC THEN
               MOVE WS-Aj-Anio TO WS-Anio-Linea
           END-IF.

       RevisarAnioCerrado.
           MOVE "N" TO WS-Es-Cerrado.
           PERFORM VARYING WS-Cerrado-Ix FROM 1 BY 1
                   UNTIL WS-Cerrado-Ix > WS-Cerrados-Cuenta
               IF Cerrado-Anio(WS-Cerrado-Ix) = WS-Anio-Linea THEN
                   MOVE "Y" TO WS-Es-Cerrado
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Una linea del acumulador: salta las de anios cerrados, corta
      *> el mes y suma la corrida o el ajuste al mes en curso.
       ProcesarCorrida.
           IF Acumulado-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM DeterminarAnioLinea.
           PERFORM RevisarAnioCerrado.
           IF WS-Es-Cerrado = "Y" THEN
               ADD 1 TO WS-Lineas-Ignoradas
               EXIT PARAGRAPH
           END-IF.
      *> La apertura del anio (monto cero) no es corrida ni ajuste.
           IF Acum-Tipo = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE Acum-Fecha(1:6) TO WS-Mes-Actual.
           PERFORM CortarMes.

      *> Un ajuste (tipo "A") entra a su propia cuenta y total del
      *> mes; uno al anio anterior se cuenta aparte. Todo lo demas
      *> es una corrida normal.
           EVALUATE TRUE
               WHEN Acum-Tipo = "A" AND
                       WS-Anio-Linea NOT = Acum-Fecha(1:4)
                   ADD 1 TO WS-Ajustes-Previo-Mes
                   ADD Acum-Monto TO WS-Total-Ajustes-Previo
               WHEN Acum-Tipo = "A"
                   ADD 1 TO WS-Ajustes-Mes
                   ADD Acum-Monto TO WS-Total-Ajustes-Mes
               WHEN OTHER
                   ADD 1 TO WS-Corridas-Mes
                   ADD Acum-Monto TO WS-Total-Mes
           END-EVALUATE.

      *> Corta el mes cuando cambia AAAAMM (y reinicia el
      *> anio-a-la-fecha cuando cambia el anio).
       CortarMes.
           IF WS-Primer-Registro = "Y" THEN
               MOVE WS-Mes-Actual TO WS-Mes-Anterior
               MOVE "N" TO WS-Primer-Registro
                   MOVE 0 TO WS-Total-Mes
                   MOVE 0 TO WS-Ajustes-Mes
                   MOVE 0 TO WS-Total-Ajustes-Mes
                   MOVE 0 TO WS-Ajustes-Previo-Mes
                   MOVE 0 TO WS-Total-Ajustes-Previo
                   MOVE "N" TO WS-Mes-Es-Cerrado
               END-IF
           END-IF.

      *> Cierre del mes: corridas, total, cambio porcentual contra
      *> el mes anterior (N/A en el primer mes reportado o cuando el
      *> anterior cerro en cero) y anio-a-la-fecha al cierre.
           MOVE WS-Neto-Mes TO WS-Neto-Edit.
           MOVE WS-YTD TO WS-YTD-Edit.

           EVALUATE TRUE
               WHEN WS-Mes-Anterior(5:2) = "13"
                   DISPLAY "Ajustes al " WS-Mes-Anterior(1:4)
                       " posteados el anio siguiente (cerrado):"
               WHEN WS-Mes-Es-Cerrado = "Y"
                   DISPLAY "Mes " WS-Mes-Anterior(1:4) "-"
                       WS-Mes-Anterior(5:2) " (cerrado):"
               WHEN OTHER
                   DISPLAY "Mes " WS-Mes-Anterior(1:4) "-"
                       WS-Mes-Anterior(5:2) ":"
           END-EVALUATE.
           DISPLAY "  Corridas          : " WS-Corridas-Mes.
           DISPLAY "  Total del mes     : "
               FUNCTION TRIM(WS-Total-Edit).
           DISPLAY "  Ajustes           : " WS-Ajustes-Mes
               " por " FUNCTION TRIM(WS-Ajustes-Edit).
           IF WS-Ajustes-Previo-Mes > 0 THEN
               MOVE WS-Total-Ajustes-Previo TO WS-Ajustes-Edit
               DISPLAY "  Ajustes anio ant. : " WS-Ajustes-Previo-Mes
                   " por " FUNCTION TRIM(WS-Ajustes-Edit)
                   " (no entran al neto)"
           END-IF.
           DISPLAY "  Neto del mes      : "
               FUNCTION TRIM(WS-Neto-Edit).
           PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                   UNTIL WS-Pend-Ix > WS-Pend-Meses
               IF Pend-Mes(WS-Pend-Ix) = WS-Mes-Anterior THEN
                   MOVE Pend-Total(WS-Pend-Ix) TO WS-Pend-Edit
                   DISPLAY "  Pendientes aprob. : "
                       Pend-Cuenta(WS-Pend-Ix) " por "
                       FUNCTION TRIM(WS-Pend-Edit)
                       " (no entran al neto)"
               END-IF
           END-PERFORM.
      *> El mes 13 no es un mes del calendario: no se compara ni
      *> sirve de base para el cambio de enero.
           IF WS-Mes-Anterior(5:2) = "13" THEN
               DISPLAY "  Anio-a-la-fecha   : "
                   FUNCTION TRIM(WS-YTD-Edit)
               EXIT PARAGRAPH
           END-IF.
           IF WS-Hay-Mes-Previo = "Y" AND
                   WS-Total-Mes-Previo NOT = 0 THEN
               COMPUTE WS-Pct-Cambio ROUNDED =
