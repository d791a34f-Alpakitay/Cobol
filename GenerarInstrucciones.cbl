      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenerarInstrucciones.

      *> Generador de las instrucciones permanentes de calculo. Finanzas
      *> tiene calculos que se repiten (cuotas mensuales, porcentajes
      *> trimestrales, parcialidades fijas) y que alguien tenia que
      *> teclear en el extract cada periodo; se olvidaban. Quedan
      *> registrados una sola vez en data/INSTRUCCIONES.DAT (ver
      *> copybooks/INSTRUCCION.cpy y MantenimientoInstrucciones) y este
      *> paso, antes de Condicionales en el job nocturno, agrega al
      *> data/CONDTRANS.DAT de la noche un detalle por cada
      *> instruccion que toca:
      *>   - diaria: cada noche que corre el paso;
      *>   - mensual y trimestral: la ocurrencia mas reciente cuya
      *>     fecha ya llego, si no se genero antes. Asi una fecha que
      *>     cae en fin de semana o feriado (noche inhabil, sin
      *>     extract) se genera la siguiente noche habil en vez de
      *>     perderse.
      *> La ocurrencia tiene que caer entre Ins-Desde e Ins-Hasta.
      *>
      *> Cada detalle generado lleva como Trans-ID el ID de la
      *> instruccion mas su periodo (AAMMDD o AAAAMM), en el layout de
      *> la version del extract (la marca del encabezado); en version
      *> 2 va en moneda base con la fecha debida como fecha valor. El
      *> encabezado y el trailer se ajustan sumando a la cuenta y al
      *> total de control lo que se agrego, no recontando: un extract
      *> que llego descuadrado sigue descuadrado y Condicionales lo
      *> rechaza igual que sin este paso.
      *>
      *> Cada periodo generado queda en data/INSTRUCCIONESHIST.DAT
      *> (copybooks/INSTRHIST.cpy) y ya no se vuelve a generar. Si la
      *> corrida se cae despues de regrabar el extract y antes del
      *> historial, la recorrida encuentra los Trans-ID ya en el
      *> extract: no los agrega otra vez, solo deja el historial.
      *>
      *> Sin extract, sin encabezado o sin trailer no se toca nada y
      *> el paso termina con CC 8 (el preflight ya lo habria dicho).
      *> Un monto que no cabe en el layout del extract (10 posiciones
      *> en version 1) deja la instruccion sin generar, con aviso y
      *> CC 4; se vuelve a intentar la noche siguiente.
      *>
      *> Uso: GenerarInstrucciones

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstruccionesFile ASSIGN TO DYNAMIC WS-Ins-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ins-Status.

           SELECT HistorialFile ASSIGN TO DYNAMIC WS-InH-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-InH-Status.

           SELECT TransaccionesFile ASSIGN TO DYNAMIC WS-Trans-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Trans-Status.

      *> Copia de trabajo del extract con los detalles agregados y
      *> los controles ajustados; se copia de vuelta completa.
           SELECT TrabajoFile ASSIGN TO DYNAMIC WS-Trabajo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Trabajo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD InstruccionesFile.
           COPY INSTRUCCION.

       FD HistorialFile.
           COPY INSTRHIST.

       FD TransaccionesFile.
           01 Transaccion-Rec PIC X(100).

       FD TrabajoFile.
           01 Trabajo-Rec PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Ins-Path PIC X(40) VALUE "data/INSTRUCCIONES.DAT".
           01 WS-Ins-Status PIC XX VALUE SPACES.
           01 WS-InH-Path PIC X(40)
               VALUE "data/INSTRUCCIONESHIST.DAT".
           01 WS-InH-Status PIC XX VALUE SPACES.
           01 WS-Trans-Path PIC X(40) VALUE "data/CONDTRANS.DAT".
           01 WS-Trans-Status PIC XX VALUE SPACES.
           01 WS-Trabajo-Path PIC X(40) VALUE "data/CONDTRANS.TMP".
           01 WS-Trabajo-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

           01 WS-Hist-Programa PIC X(14) VALUE "INSTRUCCIONES".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

      *> Fecha de la corrida, en las dos formas y en meses corridos
      *> (anio * 12 + mes - 1) para contar los trimestres.
           01 WS-Hoy-Num PIC 9(8) VALUE 0.
           01 WS-Hoy PIC X(10) VALUE SPACES.
           01 WS-Meses-Hoy PIC 9(6) VALUE 0.
           01 WS-Generado PIC X(21) VALUE SPACES.

      *> Periodos ya generados, solo los recientes: ninguna
      *> ocurrencia que se pueda generar hoy tiene su fecha debida
      *> mas atras que un trimestre y un mes.
           01 WS-Ventana-Dias PIC 9(3) VALUE 200.
           01 WS-Ventana-Desde PIC X(10) VALUE SPACES.
           01 WS-Fecha-Ent PIC 9(7) VALUE 0.
           01 WS-Fecha-Num PIC 9(8) VALUE 0.
           01 WS-Hecho-Cuenta PIC 9(5) VALUE 0.
           01 WS-Hecho-Max PIC 9(5) VALUE 20000.
           01 Hecho-Tabla.
               05 Hecho-Clave OCCURS 20000 TIMES PIC X(10).
           01 WS-Hecho-Ix PIC 9(5) VALUE 0.
           01 WS-Clave PIC X(10) VALUE SPACES.
           01 WS-Ya-Hecho PIC X VALUE "N".

      *> Instrucciones que tocan hoy y todavia no estan en el
      *> historial. Pend-En-Extract: el Trans-ID ya venia en el
      *> extract (recorrida despues de una caida). Pend-Texto1/2: los
      *> montos ya editados como van al extract.
           01 WS-Pend-Cuenta PIC 9(4) VALUE 0.
           01 WS-Pend-Max PIC 9(4) VALUE 500.
           01 Pend-Tabla.
               05 Pend-Entrada OCCURS 500 TIMES.
                   10 Pend-ID PIC X(4).
                   10 Pend-Periodo PIC X(6).
                   10 Pend-Debida PIC X(10).
                   10 Pend-TransID PIC X(10).
                   10 Pend-Operacion PIC X(14).
                   10 Pend-Num1 PIC S9(13)V9(2).
                   10 Pend-Num2 PIC S9(13)V9(2).
                   10 Pend-Texto1 PIC X(18).
                   10 Pend-Texto2 PIC X(18).
                   10 Pend-En-Extract PIC X.
                   10 Pend-Cabe PIC X.
           01 WS-Pend-Ix PIC 9(4) VALUE 0.

      *> Ocurrencia de la instruccion en turno.
           01 WS-Tiene-Ocurrencia PIC X VALUE "N".
           01 WS-Meses-Desde PIC 9(6) VALUE 0.
           01 WS-Meses-Cand PIC 9(6) VALUE 0.
           01 WS-Meses-Dif PIC 9(6) VALUE 0.
           01 WS-Cand-Anio PIC 9(4) VALUE 0.
           01 WS-Cand-Mes PIC 9(2) VALUE 0.
           01 WS-Dia-Debido PIC 9(2) VALUE 0.
           01 WS-Ultimo-Dia PIC 9(2) VALUE 0.
           01 WS-Debida-Num PIC 9(8) VALUE 0.
           01 WS-Debida PIC X(10) VALUE SPACES.
           01 WS-Periodo PIC X(6) VALUE SPACES.
           01 WS-Mes-Ent-1 PIC 9(7) VALUE 0.
           01 WS-Mes-Ent-2 PIC 9(7) VALUE 0.

      *> Controles del extract: version, cuenta del encabezado,
      *> total del trailer y lo que se les suma.
           01 WS-Vio-Header PIC X VALUE "N".
           01 WS-Vio-Trailer PIC X VALUE "N".
           01 WS-Version PIC X VALUE "1".
           01 WS-Cuenta-Header PIC 9(6) VALUE 0.
           01 WS-Total-Trailer PIC S9(13)V9(2) VALUE 0.
           01 WS-Agregadas PIC 9(4) VALUE 0.
           01 WS-Hash-Agregado PIC S9(13)V9(2) VALUE 0.
           01 WS-Cuenta-Edit PIC Z(5)9.
           01 WS-Total-Edit PIC -(13)9.99.
           01 WS-Monto-Edit PIC -(13)9.99.
           01 WS-Monto-Texto PIC X(18) VALUE SPACES.
           01 WS-Ancho-Monto PIC 9(2) VALUE 10.
           01 WS-Linea-ID PIC X(10) VALUE SPACES.
           01 WS-Tipo-Linea PIC X(20) VALUE SPACES.

           01 WS-Instrucciones PIC 9(4) VALUE 0.
           01 WS-Ya-En-Extract PIC 9(4) VALUE 0.
           01 WS-No-Caben PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       Generar.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-Num.
           STRING WS-Hoy-Num(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Hoy-Num(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Hoy-Num(7:2) DELIMITED BY SIZE
               INTO WS-Hoy
           END-STRING.
           COMPUTE WS-Meses-Hoy = FUNCTION NUMVAL(WS-Hoy(1:4)) * 12
               + FUNCTION NUMVAL(WS-Hoy(6:2)) - 1.
           COMPUTE WS-Fecha-Ent = FUNCTION INTEGER-OF-DATE(WS-Hoy-Num)
               - WS-Ventana-Dias.
           COMPUTE WS-Fecha-Num = FUNCTION DATE-OF-INTEGER(
               WS-Fecha-Ent).
           STRING WS-Fecha-Num(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Num(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Num(7:2) DELIMITED BY SIZE
               INTO WS-Ventana-Desde
           END-STRING.

           DISPLAY "===== Instrucciones permanentes del " WS-Hoy
               " =====".
           PERFORM CargarHistorial.
           PERFORM RevisarInstrucciones.

           IF WS-Pend-Cuenta = 0 THEN
               DISPLAY "Ninguna instruccion toca hoy ("
                   WS-Instrucciones " registradas)."
               PERFORM RegistrarPaso
               STOP RUN
           END-IF.

           PERFORM LeerControlesExtract.
           PERFORM PrepararPendientes.
           IF WS-Agregadas > 0 THEN
               PERFORM ArmarExtractNuevo
               PERFORM CopiarExtractNuevo
           END-IF.
           PERFORM AgregarHistorial.

           DISPLAY "Instrucciones registradas:      " WS-Instrucciones.
           DISPLAY "Transacciones agregadas:        " WS-Agregadas.
           IF WS-Ya-En-Extract > 0 THEN
               DISPLAY "Ya estaban en el extract:       "
                   WS-Ya-En-Extract
           END-IF.
           IF WS-No-Caben > 0 THEN
               DISPLAY "Aviso: " WS-No-Caben " instruccion(es) no "
                   "caben en el layout del extract, quedan para la "
                   "siguiente noche."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RegistrarPaso.
           STOP RUN.

       RegistrarPaso.
           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               MOVE WS-Agregadas TO WS-Hist-Registros
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

       Abortar.
           MOVE 8 TO RETURN-CODE.
           PERFORM RegistrarPaso.
           STOP RUN.

      *> Periodos ya generados dentro de la ventana. Sin historial
      *> (primera noche) no hay ninguno.
       CargarHistorial.
           OPEN INPUT HistorialFile.
           IF WS-InH-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HistorialFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF InH-FechaDebida >= WS-Ventana-Desde THEN
                           PERFORM GuardarHecho
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HistorialFile.

       GuardarHecho.
           IF WS-Hecho-Cuenta >= WS-Hecho-Max THEN
               DISPLAY "Error: el historial de instrucciones pasa de "
                   WS-Hecho-Max " periodos recientes, no cabe en la "
                   "tabla; no se genera nada."
               CLOSE HistorialFile
               PERFORM Abortar
           END-IF.
           ADD 1 TO WS-Hecho-Cuenta.
           MOVE SPACES TO Hecho-Clave(WS-Hecho-Cuenta).
           STRING InH-ID DELIMITED BY SIZE
               InH-Periodo DELIMITED BY SIZE
               INTO Hecho-Clave(WS-Hecho-Cuenta)
           END-STRING.

      *> Sin archivo de instrucciones no hay nada que generar.
       RevisarInstrucciones.
           OPEN INPUT InstruccionesFile.
           IF WS-Ins-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ InstruccionesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF Instruccion-Rec NOT = SPACES THEN
                           ADD 1 TO WS-Instrucciones
                           PERFORM RevisarInstruccion
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE InstruccionesFile.

       RevisarInstruccion.
           IF Ins-Estado NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           IF Ins-Desde > WS-Hoy THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularOcurrencia.
           IF WS-Tiene-Ocurrencia = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Debida < Ins-Desde THEN
               EXIT PARAGRAPH
           END-IF.
           IF Ins-Hasta NOT = SPACES AND WS-Debida > Ins-Hasta THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-Clave.
           STRING Ins-ID DELIMITED BY SIZE
               WS-Periodo DELIMITED BY SIZE
               INTO WS-Clave
           END-STRING.
           MOVE "N" TO WS-Ya-Hecho.
           PERFORM VARYING WS-Hecho-Ix FROM 1 BY 1
                   UNTIL WS-Hecho-Ix > WS-Hecho-Cuenta
               IF Hecho-Clave(WS-Hecho-Ix) = WS-Clave THEN
                   MOVE "Y" TO WS-Ya-Hecho
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Ya-Hecho = "Y" THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-Pend-Cuenta >= WS-Pend-Max THEN
               DISPLAY "Aviso: mas de " WS-Pend-Max " instrucciones "
                   "en una noche; la " Ins-ID " queda para la "
                   "siguiente."
               ADD 1 TO WS-No-Caben
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Pend-Cuenta.
           MOVE Ins-ID TO Pend-ID(WS-Pend-Cuenta).
           MOVE WS-Periodo TO Pend-Periodo(WS-Pend-Cuenta).
           MOVE WS-Debida TO Pend-Debida(WS-Pend-Cuenta).
           MOVE WS-Clave TO Pend-TransID(WS-Pend-Cuenta).
           MOVE Ins-Operacion TO Pend-Operacion(WS-Pend-Cuenta).
           MOVE Ins-Num1 TO Pend-Num1(WS-Pend-Cuenta).
           MOVE Ins-Num2 TO Pend-Num2(WS-Pend-Cuenta).
           MOVE "N" TO Pend-En-Extract(WS-Pend-Cuenta).
           MOVE "Y" TO Pend-Cabe(WS-Pend-Cuenta).

      *> Fecha debida y periodo de la ocurrencia que toca revisar:
      *> la diaria es hoy; la mensual y la trimestral, la mas
      *> reciente cuya fecha ya llego.
       CalcularOcurrencia.
           MOVE "Y" TO WS-Tiene-Ocurrencia.
           EVALUATE Ins-Frecuencia
               WHEN "D"
                   MOVE WS-Hoy TO WS-Debida
                   MOVE WS-Hoy-Num(3:6) TO WS-Periodo
               WHEN "M"
                   MOVE WS-Meses-Hoy TO WS-Meses-Cand
                   PERFORM FijarDebida
                   IF WS-Debida > WS-Hoy THEN
                       SUBTRACT 1 FROM WS-Meses-Cand
                       PERFORM FijarDebida
                   END-IF
               WHEN "T"
                   COMPUTE WS-Meses-Desde =
                       FUNCTION NUMVAL(Ins-Desde(1:4)) * 12
                       + FUNCTION NUMVAL(Ins-Desde(6:2)) - 1
                   COMPUTE WS-Meses-Dif = WS-Meses-Hoy - WS-Meses-Desde
                   COMPUTE WS-Meses-Cand = WS-Meses-Hoy
                       - FUNCTION MOD(WS-Meses-Dif, 3)
                   PERFORM FijarDebida
                   IF WS-Debida > WS-Hoy THEN
                       IF WS-Meses-Cand < WS-Meses-Desde + 3 THEN
                           MOVE "N" TO WS-Tiene-Ocurrencia
                       ELSE
                           SUBTRACT 3 FROM WS-Meses-Cand
                           PERFORM FijarDebida
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-Tiene-Ocurrencia
           END-EVALUATE.

      *> Dia Ins-Dia del mes WS-Meses-Cand, o el ultimo dia del mes
      *> si el mes es mas corto.
       FijarDebida.
           DIVIDE WS-Meses-Cand BY 12 GIVING WS-Cand-Anio
               REMAINDER WS-Cand-Mes.
           ADD 1 TO WS-Cand-Mes.
           IF WS-Cand-Mes = 12 THEN
               MOVE 31 TO WS-Ultimo-Dia
           ELSE
               COMPUTE WS-Mes-Ent-1 = FUNCTION INTEGER-OF-DATE(
                   WS-Cand-Anio * 10000 + WS-Cand-Mes * 100 + 1)
               COMPUTE WS-Mes-Ent-2 = FUNCTION INTEGER-OF-DATE(
                   WS-Cand-Anio * 10000 + (WS-Cand-Mes + 1) * 100 + 1)
               COMPUTE WS-Ultimo-Dia = WS-Mes-Ent-2 - WS-Mes-Ent-1
           END-IF.
           MOVE Ins-Dia TO WS-Dia-Debido.
           IF WS-Dia-Debido > WS-Ultimo-Dia THEN
               MOVE WS-Ultimo-Dia TO WS-Dia-Debido
           END-IF.
           IF WS-Dia-Debido = 0 THEN
               MOVE 1 TO WS-Dia-Debido
           END-IF.
           COMPUTE WS-Debida-Num = WS-Cand-Anio * 10000
               + WS-Cand-Mes * 100 + WS-Dia-Debido.
           MOVE SPACES TO WS-Debida.
           STRING WS-Debida-Num(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Debida-Num(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Debida-Num(7:2) DELIMITED BY SIZE
               INTO WS-Debida
           END-STRING.
           MOVE WS-Debida-Num(1:6) TO WS-Periodo.

      *> Primer pase sobre el extract: version, cuenta del
      *> encabezado, total del trailer y cuales Trans-ID de los
      *> pendientes ya vienen en el (recorrida).
       LeerControlesExtract.
           OPEN INPUT TransaccionesFile.
           IF WS-Trans-Status NOT = "00" THEN
               DISPLAY "Error abriendo el extract "
                   FUNCTION TRIM(WS-Trans-Path) ": " WS-Trans-Status
                   "; no se genera ninguna instruccion."
               PERFORM Abortar
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TransaccionesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ClasificarLineaExtract
               END-READ
           END-PERFORM.
           CLOSE TransaccionesFile.
           IF WS-Vio-Header = "N" OR WS-Vio-Trailer = "N" THEN
               DISPLAY "Error: el extract " FUNCTION TRIM(WS-Trans-Path)
                   " no trae encabezado y trailer; no se genera "
                   "ninguna instruccion."
               PERFORM Abortar
           END-IF.

       ClasificarLineaExtract.
           MOVE FUNCTION TRIM(Transaccion-Rec(1:20)) TO WS-Tipo-Linea.
           EVALUATE TRUE
               WHEN WS-Tipo-Linea = "H" AND WS-Vio-Header = "N"
                   MOVE "Y" TO WS-Vio-Header
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Cuenta-Header
                   IF FUNCTION UPPER-CASE(Transaccion-Rec(41:2))
                           = "V2" THEN
                       MOVE "2" TO WS-Version
                       MOVE 18 TO WS-Ancho-Monto
                   END-IF
               WHEN WS-Tipo-Linea = "T"
                   MOVE "Y" TO WS-Vio-Trailer
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Total-Trailer
               WHEN OTHER
                   IF WS-Version = "2" THEN
                       MOVE Transaccion-Rec(70:10) TO WS-Linea-ID
                   ELSE
                       MOVE Transaccion-Rec(61:10) TO WS-Linea-ID
                   END-IF
                   IF WS-Linea-ID NOT = SPACES THEN
                       PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                               UNTIL WS-Pend-Ix > WS-Pend-Cuenta
                           IF Pend-TransID(WS-Pend-Ix) = WS-Linea-ID
                                   THEN
                               MOVE "Y" TO Pend-En-Extract(WS-Pend-Ix)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

      *> Edita los montos de cada pendiente al ancho del layout y
      *> suma a los controles lo que de verdad se va a agregar.
       PrepararPendientes.
           PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                   UNTIL WS-Pend-Ix > WS-Pend-Cuenta
               IF Pend-En-Extract(WS-Pend-Ix) = "Y" THEN
                   ADD 1 TO WS-Ya-En-Extract
                   DISPLAY "Ya en el extract: "
                       Pend-TransID(WS-Pend-Ix)
               ELSE
                   PERFORM EditarMontos
               END-IF
           END-PERFORM.

       EditarMontos.
           MOVE Pend-Num1(WS-Pend-Ix) TO WS-Monto-Edit.
           MOVE FUNCTION TRIM(WS-Monto-Edit) TO WS-Monto-Texto.
           MOVE WS-Monto-Texto TO Pend-Texto1(WS-Pend-Ix).
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-Monto-Texto))
                   > WS-Ancho-Monto THEN
               MOVE "N" TO Pend-Cabe(WS-Pend-Ix)
           END-IF.
           MOVE Pend-Num2(WS-Pend-Ix) TO WS-Monto-Edit.
           MOVE FUNCTION TRIM(WS-Monto-Edit) TO WS-Monto-Texto.
           MOVE WS-Monto-Texto TO Pend-Texto2(WS-Pend-Ix).
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-Monto-Texto))
                   > WS-Ancho-Monto THEN
               MOVE "N" TO Pend-Cabe(WS-Pend-Ix)
           END-IF.
           IF Pend-Cabe(WS-Pend-Ix) = "N" THEN
               ADD 1 TO WS-No-Caben
               DISPLAY "Aviso: los montos de la instruccion "
                   Pend-ID(WS-Pend-Ix) " no caben en el layout "
                   "version " WS-Version " del extract; no se genera."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Agregadas.
           ADD Pend-Num1(WS-Pend-Ix) TO WS-Hash-Agregado.
           ADD Pend-Num2(WS-Pend-Ix) TO WS-Hash-Agregado.
           DISPLAY "Generada " Pend-TransID(WS-Pend-Ix) " "
               FUNCTION TRIM(Pend-Operacion(WS-Pend-Ix)) " "
               FUNCTION TRIM(Pend-Texto1(WS-Pend-Ix)) " "
               FUNCTION TRIM(Pend-Texto2(WS-Pend-Ix))
               " (debida " Pend-Debida(WS-Pend-Ix) ")".

      *> Segundo pase: el extract completo a la copia de trabajo, con
      *> el encabezado y el trailer ajustados y los detalles nuevos
      *> justo antes del trailer.
       ArmarExtractNuevo.
           OPEN INPUT TransaccionesFile.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trans-Status NOT = "00" OR
                   WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error preparando la copia de trabajo del "
                   "extract: " WS-Trans-Status " " WS-Trabajo-Status
               PERFORM Abortar
           END-IF.
           MOVE "N" TO WS-Vio-Header.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TransaccionesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CopiarLineaExtract
               END-READ
           END-PERFORM.
           CLOSE TransaccionesFile.
           CLOSE TrabajoFile.

       CopiarLineaExtract.
           MOVE Transaccion-Rec TO Trabajo-Rec.
           MOVE FUNCTION TRIM(Transaccion-Rec(1:20)) TO WS-Tipo-Linea.
           EVALUATE TRUE
               WHEN WS-Tipo-Linea = "H" AND WS-Vio-Header = "N"
                   MOVE "Y" TO WS-Vio-Header
                   ADD WS-Agregadas TO WS-Cuenta-Header
                   MOVE WS-Cuenta-Header TO WS-Cuenta-Edit
                   MOVE SPACES TO Trabajo-Rec(21:20)
                   MOVE FUNCTION TRIM(WS-Cuenta-Edit)
                       TO Trabajo-Rec(21:20)
               WHEN WS-Tipo-Linea = "T"
                   PERFORM EscribirGeneradas
                   MOVE Transaccion-Rec TO Trabajo-Rec
                   ADD WS-Hash-Agregado TO WS-Total-Trailer
                   MOVE WS-Total-Trailer TO WS-Total-Edit
                   MOVE SPACES TO Trabajo-Rec(21:20)
                   MOVE FUNCTION TRIM(WS-Total-Edit)
                       TO Trabajo-Rec(21:20)
           END-EVALUATE.
           WRITE Trabajo-Rec.

       EscribirGeneradas.
           PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                   UNTIL WS-Pend-Ix > WS-Pend-Cuenta
               IF Pend-En-Extract(WS-Pend-Ix) = "N" AND
                       Pend-Cabe(WS-Pend-Ix) = "Y" THEN
                   MOVE SPACES TO Trabajo-Rec
                   MOVE Pend-Operacion(WS-Pend-Ix) TO Trabajo-Rec(1:20)
                   IF WS-Version = "2" THEN
                       MOVE Pend-Texto1(WS-Pend-Ix)
                           TO Trabajo-Rec(21:18)
                       MOVE Pend-Texto2(WS-Pend-Ix)
                           TO Trabajo-Rec(39:18)
                       MOVE Pend-Debida(WS-Pend-Ix)
                           TO Trabajo-Rec(60:10)
                       MOVE Pend-TransID(WS-Pend-Ix)
                           TO Trabajo-Rec(70:10)
                   ELSE
                       MOVE Pend-Texto1(WS-Pend-Ix)
                           TO Trabajo-Rec(21:10)
                       MOVE Pend-Texto2(WS-Pend-Ix)
                           TO Trabajo-Rec(31:10)
                       MOVE Pend-TransID(WS-Pend-Ix)
                           TO Trabajo-Rec(61:10)
                   END-IF
                   WRITE Trabajo-Rec
               END-IF
           END-PERFORM.

      *> Regraba el extract desde la copia de trabajo.
       CopiarExtractNuevo.
           OPEN INPUT TrabajoFile.
           OPEN OUTPUT TransaccionesFile.
           IF WS-Trans-Status NOT = "00" OR
                   WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error regrabando el extract "
                   FUNCTION TRIM(WS-Trans-Path) ": " WS-Trans-Status
                   "; la copia completa queda en "
                   FUNCTION TRIM(WS-Trabajo-Path)
               PERFORM Abortar
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TrabajoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE Trabajo-Rec TO Transaccion-Rec
                       WRITE Transaccion-Rec
               END-READ
           END-PERFORM.
           CLOSE TrabajoFile.
           CLOSE TransaccionesFile.

      *> Deja en el historial cada periodo que ya esta en el extract,
      *> el agregado hoy y el que ya venia de una corrida anterior.
       AgregarHistorial.
           MOVE FUNCTION CURRENT-DATE TO WS-Generado.
           OPEN EXTEND HistorialFile.
           IF WS-InH-Status = "35" THEN
               OPEN OUTPUT HistorialFile
           END-IF.
           IF WS-InH-Status NOT = "00" THEN
               DISPLAY "Error: no se pudo escribir el historial de "
                   "instrucciones: " WS-InH-Status "; la siguiente "
                   "corrida las reconoce en el extract."
               PERFORM Abortar
           END-IF.
           PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                   UNTIL WS-Pend-Ix > WS-Pend-Cuenta
               IF Pend-En-Extract(WS-Pend-Ix) = "Y" OR
                       Pend-Cabe(WS-Pend-Ix) = "Y" THEN
                   MOVE Pend-ID(WS-Pend-Ix) TO InH-ID
                   MOVE Pend-Periodo(WS-Pend-Ix) TO InH-Periodo
                   MOVE Pend-Debida(WS-Pend-Ix) TO InH-FechaDebida
                   MOVE Pend-TransID(WS-Pend-Ix) TO InH-TransID
                   MOVE WS-Generado TO InH-Generado
                   MOVE ";" TO InH-Sep1 InH-Sep2 InH-Sep3 InH-Sep4
                   WRITE InstrHist-Rec
               END-IF
           END-PERFORM.
           CLOSE HistorialFile.

       END PROGRAM GenerarInstrucciones.
