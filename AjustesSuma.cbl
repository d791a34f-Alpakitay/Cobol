       IDENTIFICATION DIVISION.
       PROGRAM-ID. AjustesSuma.

      *> Captura de ajustes al acumulador anual de Suma: cuando un
      *> archivo de sucursal resulto malo DESPUES de postear, la
      *> correccion se captura aqui como un registro firmado (monto
      *> con signo, codigo de motivo, nota del operador) en vez de
      *> editar el acumulador a mano sin que nada lo audite.
      *>
      *> Este programa NO toca data/SUMAACUMULADO.DAT ni muestra el
      *> anio-a-la-fecha: cada ajuste se agrega, con el siguiente
      *> folio y estado "P", a la cola de aprobacion
      *> (data/AJUSTESPENDIENTES.DAT, registro AJUSTEPEND). Quien
      *> postea es AprobacionAjustesSuma, cuando un operador
      *> DISTINTO del que capturo lo aprueba; ahi se escribe la
      *> linea de tipo "A" en el acumulador y se muestra el
      *> acumulado resultante. Una correccion capturada con el signo
      *> al reves duplicaba el error sin que nadie mas la viera.
      *>
      *> Cada ajuste dice a que anio corresponde: el anio en curso o,
      *> mientras finanzas no lo cierre, el anterior (las
      *> correcciones de diciembre que llegan en enero). Un anio que
      *> ya esta en el historial de anios cerrados
      *> (data/SUMAHISTORICO.DAT, lo escribe CierreAnualSuma) es de
      *> solo lectura y no acepta ajustes.
      *>
      *> Solo captura quien firma (IniciarSesion) con rol FINANZAS, y
      *> el ajuste queda firmado con ese usuario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

           SELECT HistoricoFile ASSIGN TO DYNAMIC WS-Historico-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Historico-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PendientesFile.
           COPY AJUSTEPEND.

       FD HistoricoFile.
           COPY SUMAHIST.

       WORKING-STORAGE SECTION.
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-Pend-EOF PIC X VALUE "N".
           01 WS-Folio PIC 9(6) VALUE 0.
           01 WS-Historico-Path PIC X(40)
               VALUE "data/SUMAHISTORICO.DAT".
           01 WS-Historico-Status PIC XX VALUE SPACES.
           01 WS-Historico-EOF PIC X VALUE "N".

      *> Captura del ajuste.
           01 MontoAlpha PIC X(16) VALUE SPACES.
           01 WS-Monto PIC S9(10)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Monto-Edit PIC +(10)9.99.
           01 MotivoAjuste PIC X(14) VALUE SPACES.
           01 Nota PIC X(40) VALUE SPACES.
           01 Operador PIC X(8) VALUE SPACES.
           01 WS-Motivo-Opcion PIC X(1) VALUE SPACES.
           01 WS-Confirma PIC X(1) VALUE SPACES.

      *> Anio al que corresponde el ajuste.
           01 AnioAlpha PIC X(10) VALUE SPACES.
           01 WS-Anio-Ajuste PIC X(4) VALUE SPACES.
           01 WS-Anio-Hoy PIC X(4) VALUE SPACES.
           01 WS-Anio-Anterior PIC X(4) VALUE SPACES.
           01 WS-Anio-Num PIC 9(4) VALUE 0.
           01 WS-Anio-Cerrado PIC X VALUE "N".

      *> Tope de reintentos, igual que en los mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador al arrancar; el usuario autenticado es
      *> el Operador que queda en la cola del ajuste.
           01 WS-Ses-Programa PIC X(14) VALUE "AJUSTESSUMA".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".

       PROCEDURE DIVISION.
       Ajustar.
           DISPLAY "===== Ajuste al acumulador anual de Suma =====".

           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol NOT = "FINANZAS" THEN
               DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " no puede postear ajustes al acumulador."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SolicitarAnio.
           PERFORM SolicitarMonto.
           PERFORM SolicitarMotivo.
           DISPLAY "Nota del ajuste (que se corrige y por que):"
           ACCEPT Nota.
      *> El ";" separa los campos de la cola; dentro de la nota no.
           INSPECT Nota REPLACING ALL ";" BY ",".

           MOVE WS-Monto TO WS-Monto-Edit.
           DISPLAY "Ajuste por " FUNCTION TRIM(WS-Monto-Edit)
               " motivo " FUNCTION TRIM(MotivoAjuste)
               " al anio " WS-Anio-Ajuste
               ". Enviar a aprobacion? (S/N)".
           ACCEPT WS-Confirma.
           IF FUNCTION UPPER-CASE(WS-Confirma) NOT = "S" THEN
               DISPLAY "Ajuste descartado, el acumulador no se toca."
               STOP RUN
           END-IF.

           PERFORM EncolarAjuste.
           STOP RUN.

      *> Anio del ajuste: Enter es el anio en curso; el anterior
      *> solo mientras no este cerrado. Si el anio en curso tambien
      *> figurara como cerrado no hay a donde postear y se aborta.
       SolicitarAnio.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Anio-Hoy.
           MOVE WS-Anio-Hoy TO WS-Anio-Num.
           SUBTRACT 1 FROM WS-Anio-Num.
           MOVE WS-Anio-Num TO WS-Anio-Anterior.
           MOVE WS-Anio-Hoy TO WS-Anio-Ajuste.
           PERFORM RevisarAnioCerrado.
           IF WS-Anio-Cerrado = "Y" THEN
               DISPLAY "Error: el anio en curso " WS-Anio-Hoy
                   " figura como cerrado en "
                   FUNCTION TRIM(WS-Historico-Path)
                   "; no se puede postear ningun ajuste."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-Anio-Ajuste.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Anio-Ajuste NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un anio "
                       "valido, se aborta."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Anio al que corresponde el ajuste (Enter = "
                   WS-Anio-Hoy "):"
               ACCEPT AnioAlpha
               EVALUATE TRUE
                   WHEN AnioAlpha = SPACES
                       MOVE WS-Anio-Hoy TO WS-Anio-Ajuste
                   WHEN FUNCTION TRIM(AnioAlpha) = WS-Anio-Hoy
                       MOVE WS-Anio-Hoy TO WS-Anio-Ajuste
                   WHEN FUNCTION TRIM(AnioAlpha) = WS-Anio-Anterior
                       MOVE WS-Anio-Anterior TO WS-Anio-Ajuste
                       PERFORM RevisarAnioCerrado
                       IF WS-Anio-Cerrado = "Y" THEN
                           DISPLAY "Error: el anio " WS-Anio-Anterior
                               " ya esta cerrado, es de solo "
                               "lectura."
                           MOVE SPACES TO WS-Anio-Ajuste
                       END-IF
                   WHEN OTHER
                       DISPLAY "Error: solo se ajusta el anio "
                           WS-Anio-Hoy " o el " WS-Anio-Anterior
                           " si todavia no esta cerrado."
               END-EVALUATE
           END-PERFORM.

      *> Busca WS-Anio-Ajuste en el historial de anios cerrados.
       RevisarAnioCerrado.
           MOVE "N" TO WS-Anio-Cerrado.
           MOVE "N" TO WS-Historico-EOF.
           OPEN INPUT HistoricoFile.
           IF WS-Historico-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Historico-EOF = "Y"
               READ HistoricoFile
                   AT END
                       MOVE "Y" TO WS-Historico-EOF
                   NOT AT END
                       IF SumH-Anio = WS-Anio-Ajuste THEN
                           MOVE "Y" TO WS-Anio-Cerrado
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HistoricoFile.

      *> El monto del ajuste viene con signo (una correccion hacia
      *> abajo es negativa); cero no es un ajuste.
       SolicitarMonto.
               END-EVALUATE
           END-PERFORM.

      *> Agrega el ajuste al final de la cola de aprobacion con el
      *> siguiente folio (el mayor de la cola mas uno) y estado "P".
      *> El acumulador no se toca: lo postea quien lo apruebe.
       EncolarAjuste.
           PERFORM SiguienteFolio.
           OPEN EXTEND PendientesFile.
           IF WS-Pend-Status = "35" THEN
               OPEN OUTPUT PendientesFile
           END-IF.
           IF WS-Pend-Status NOT = "00" THEN
               DISPLAY "Error abriendo la cola de ajustes: "
                   WS-Pend-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO AjustePend-Rec.
           MOVE WS-Folio TO AjP-Folio.
           MOVE FUNCTION CURRENT-DATE TO AjP-Capturado.
           MOVE WS-Monto TO AjP-Monto.
           MOVE MotivoAjuste TO AjP-Motivo.
           MOVE Nota TO AjP-Nota.
           MOVE WS-Anio-Ajuste TO AjP-Anio.
           MOVE Operador TO AjP-Capturo.
           MOVE "P" TO AjP-Estado.
           MOVE ";" TO AjP-Sep1 AjP-Sep2 AjP-Sep3 AjP-Sep4 AjP-Sep5
               AjP-Sep6 AjP-Sep7 AjP-Sep8 AjP-Sep9 AjP-Sep10.
           WRITE AjustePend-Rec.
           CLOSE PendientesFile.
           DISPLAY "Ajuste " WS-Folio " en espera de aprobacion en "
               FUNCTION TRIM(WS-Pend-Path) "; entra al acumulador "
               "cuando otro operador lo apruebe.".

       SiguienteFolio.
           MOVE 0 TO WS-Folio.
           MOVE "N" TO WS-Pend-EOF.
           OPEN INPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               MOVE 1 TO WS-Folio
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Pend-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-Pend-EOF
                   NOT AT END
                       IF AjP-Folio IS NUMERIC AND
                               AjP-Folio > WS-Folio THEN
                           MOVE AjP-Folio TO WS-Folio
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PendientesFile.
           ADD 1 TO WS-Folio.

       END PROGRAM AjustesSuma.
