      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AprobacionAjustesSuma.

      *> Segunda firma de los ajustes al acumulador anual de Suma.
      *> AjustesSuma ya no postea: deja cada ajuste en la cola
      *> (data/AJUSTESPENDIENTES.DAT) con estado "P". Aqui un
      *> operador DISTINTO del que lo capturo lo revisa y lo aprueba
      *> o lo rechaza con un comentario. Solo el aprobado entra al
      *> acumulador (data/SUMAACUMULADO.DAT), con la misma linea de
      *> ajuste que antes escribia AjustesSuma mas quien lo aprobo y
      *> el folio de la cola: ;A;motivo;nota;capturo;anio;aprobo;
      *> folio. Los lectores del acumulador solo toman los primeros
      *> cuatro campos de la cola, asi que los dos nuevos no les
      *> estorban.
      *>
      *> Cada decision se graba en el momento, releyendo la cola
      *> antes: un ajuste aprobado ya esta en el acumulador y la
      *> cola no puede quedar diciendo que sigue pendiente, y un
      *> ajuste que se capturo mientras tanto no se pierde al
      *> regrabar. El anio del ajuste se revisa otra vez al aprobar:
      *> si finanzas lo cerro mientras esperaba, ya no se puede
      *> postear y solo queda rechazarlo.
      *>
      *> Solo entra quien firma (IniciarSesion) con rol FINANZAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

           SELECT AcumuladoFile ASSIGN TO DYNAMIC WS-Acumulado-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Acumulado-Status.

           SELECT HistoricoFile ASSIGN TO DYNAMIC WS-Historico-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Historico-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PendientesFile.
           COPY AJUSTEPEND.

      *> Mismo prefijo fecha;monto que escribe Suma, mas la cola del
      *> ajuste.
       FD AcumuladoFile.
           01 Acumulado-Rec PIC X(140).

       FD HistoricoFile.
           COPY SUMAHIST.

       WORKING-STORAGE SECTION.
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-Pend-EOF PIC X VALUE "N".
           01 WS-Acumulado-Path PIC X(40)
               VALUE "data/SUMAACUMULADO.DAT".
           01 WS-Acumulado-Status PIC XX VALUE SPACES.
           01 WS-Acumulado-EOF PIC X VALUE "N".
           COPY CADENA.
           01 WS-Cadena-CC PIC S9(4) VALUE 0.
           01 WS-Historico-Path PIC X(40)
               VALUE "data/SUMAHISTORICO.DAT".
           01 WS-Historico-Status PIC XX VALUE SPACES.
           01 WS-Historico-EOF PIC X VALUE "N".

      *> Tabla en memoria con la cola completa, en el orden del
      *> archivo (orden de folio).
           01 WS-Aj-Cuenta PIC 9(4) VALUE 0.
           01 WS-Aj-Max PIC 9(4) VALUE 2000.
           01 Ajustes-Tabla.
               05 Ajuste-Entrada-Tab OCCURS 2000 TIMES.
                   10 Tab-Folio PIC 9(6).
                   10 Tab-Capturado PIC X(21).
                   10 Tab-Monto PIC S9(10)V9(2).
                   10 Tab-Motivo PIC X(14).
                   10 Tab-Nota PIC X(40).
                   10 Tab-Anio PIC X(4).
                   10 Tab-Capturo PIC X(8).
                   10 Tab-Estado PIC X(1).
                   10 Tab-Resuelto PIC X(21).
                   10 Tab-Resolvio PIC X(8).
                   10 Tab-Comentario PIC X(40).
           01 WS-Aj-Ix PIC 9(4) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(4) VALUE 0.
           01 WS-Pendientes PIC 9(4) VALUE 0.

      *> Captura de la decision en turno.
           01 FolioAlpha PIC X(10) VALUE SPACES.
           01 WS-Folio PIC 9(6) VALUE 0.
           01 Comentario PIC X(40) VALUE SPACES.
           01 Operador PIC X(8) VALUE SPACES.
           01 WS-Confirma PIC X(1) VALUE SPACES.
           01 WS-Decision PIC X(1) VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.
           01 WS-Anio-Cerrado PIC X VALUE "N".
           01 WS-Anio-Revisar PIC X(4) VALUE SPACES.

      *> Montos editados para mostrar, y la linea del acumulador con
      *> la misma vista fija que usa AjustesSuma.
           01 WS-Monto-Edit PIC +(10)9.99.
           01 WS-YTD PIC S9(12)V9(2) VALUE 0.
           01 WS-YTD-Edit PIC +(12)9.99.
           01 WS-Lectura.
               05 Lec-Fecha PIC X(10).
               05 Lec-Sep PIC X(1).
               05 Lec-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 Lec-Sep2 PIC X(1).
               05 Lec-Tipo PIC X(1).
               05 Lec-Cola PIC X(114).
           01 WS-Lec-Anio PIC X(4) VALUE SPACES.
           01 WS-Lec-Motivo PIC X(14) VALUE SPACES.
           01 WS-Lec-Nota PIC X(40) VALUE SPACES.
           01 WS-Lec-Operador PIC X(8) VALUE SPACES.
           01 WS-Lec-Anio-Aj PIC X(4) VALUE SPACES.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".

      *> Tope de reintentos, igual que en los mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador al arrancar; el usuario autenticado es
      *> quien aprueba o rechaza, y no puede ser quien capturo.
           01 WS-Ses-Programa PIC X(14) VALUE "APROBAJUSTES".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".

       PROCEDURE DIVISION.
       Aprobar.
           DISPLAY "===== Aprobacion de ajustes al acumulador =====".

           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol NOT = "FINANZAS" THEN
               DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " no puede aprobar ajustes al acumulador."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CargarCola.
           PERFORM ListarPendientes.

           MOVE "N" TO WS-Termina.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Termina = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin terminar "
                       "la revision, se aborta."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MenuAprobacion
           END-PERFORM.

           STOP RUN.

       MenuAprobacion.
           DISPLAY "Que desea hacer?"
           DISPLAY "1. Listar ajustes pendientes"
           DISPLAY "2. Aprobar un ajuste (lo postea al acumulador)"
           DISPLAY "3. Rechazar un ajuste"
           DISPLAY "4. Salir"
           ACCEPT WS-Opcion-Alpha.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM CargarCola
                   PERFORM ListarPendientes
               WHEN "2"
                   MOVE "A" TO WS-Decision
                   PERFORM ResolverAjuste
               WHEN "3"
                   MOVE "R" TO WS-Decision
                   PERFORM ResolverAjuste
               WHEN "4"
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Carga la cola completa a la tabla y cuenta los pendientes.
       CargarCola.
           MOVE "N" TO WS-Pend-EOF.
           MOVE 0 TO WS-Aj-Cuenta.
           MOVE 0 TO WS-Pendientes.

           OPEN INPUT PendientesFile.
           IF WS-Pend-Status = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Pend-Status NOT = "00" THEN
               DISPLAY "Error abriendo la cola de ajustes: "
                   WS-Pend-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Pend-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-Pend-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE PendientesFile.

      *> Si la cola no cabe en la tabla no se puede regrabar sin
      *> perder lineas: se aborta antes de tocar nada.
       GuardarEnTabla.
           IF AjustePend-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Aj-Cuenta >= WS-Aj-Max THEN
               DISPLAY "Error: la cola de ajustes tiene mas de "
                   WS-Aj-Max " lineas, no se puede revisar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Aj-Cuenta.
           MOVE AjP-Folio TO Tab-Folio(WS-Aj-Cuenta).
           MOVE AjP-Capturado TO Tab-Capturado(WS-Aj-Cuenta).
           MOVE AjP-Monto TO Tab-Monto(WS-Aj-Cuenta).
           MOVE AjP-Motivo TO Tab-Motivo(WS-Aj-Cuenta).
           MOVE AjP-Nota TO Tab-Nota(WS-Aj-Cuenta).
           MOVE AjP-Anio TO Tab-Anio(WS-Aj-Cuenta).
           MOVE AjP-Capturo TO Tab-Capturo(WS-Aj-Cuenta).
           MOVE AjP-Estado TO Tab-Estado(WS-Aj-Cuenta).
           MOVE AjP-Resuelto TO Tab-Resuelto(WS-Aj-Cuenta).
           MOVE AjP-Resolvio TO Tab-Resolvio(WS-Aj-Cuenta).
           MOVE AjP-Comentario TO Tab-Comentario(WS-Aj-Cuenta).
           IF AjP-Estado = "P" THEN
               ADD 1 TO WS-Pendientes
           END-IF.

       ListarPendientes.
           IF WS-Pendientes = 0 THEN
               DISPLAY "No hay ajustes pendientes de aprobacion."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ajustes pendientes de aprobacion: "
               WS-Pendientes.
           PERFORM VARYING WS-Aj-Ix FROM 1 BY 1
                   UNTIL WS-Aj-Ix > WS-Aj-Cuenta
               IF Tab-Estado(WS-Aj-Ix) = "P" THEN
                   MOVE Tab-Monto(WS-Aj-Ix) TO WS-Monto-Edit
                   DISPLAY "  " Tab-Folio(WS-Aj-Ix) " "
                       Tab-Capturado(WS-Aj-Ix)(1:4) "-"
                       Tab-Capturado(WS-Aj-Ix)(5:2) "-"
                       Tab-Capturado(WS-Aj-Ix)(7:2) " "
                       WS-Monto-Edit " "
                       Tab-Motivo(WS-Aj-Ix) " anio "
                       Tab-Anio(WS-Aj-Ix) " por "
                       Tab-Capturo(WS-Aj-Ix)
                   DISPLAY "         "
                       FUNCTION TRIM(Tab-Nota(WS-Aj-Ix))
               END-IF
           END-PERFORM.

      *> Aprobar (WS-Decision "A") o rechazar ("R") un ajuste
      *> pendiente. La cola se relee antes de buscar el folio para
      *> trabajar sobre lo que hay en disco en este momento.
       ResolverAjuste.
           PERFORM CargarCola.
           DISPLAY "Folio del ajuste:"
           ACCEPT FolioAlpha.
           IF FUNCTION TRIM(FolioAlpha) IS NOT NUMERIC THEN
               DISPLAY "Error: el folio debe ser numerico."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FolioAlpha) TO WS-Folio.
           PERFORM BuscarFolio.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el ajuste " WS-Folio "."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Estado(WS-Encontrado-Ix) NOT = "P" THEN
               DISPLAY "Error: el ajuste " WS-Folio " ya fue "
                   "resuelto por "
                   FUNCTION TRIM(Tab-Resolvio(WS-Encontrado-Ix))
                   "."
               EXIT PARAGRAPH
           END-IF.
      *> La razon de ser de la cola: nadie aprueba lo que capturo.
           IF Tab-Capturo(WS-Encontrado-Ix) = Operador THEN
               DISPLAY "Error: el ajuste " WS-Folio " lo capturo "
                   "usted; lo debe revisar otro operador."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Decision = "A" THEN
               MOVE Tab-Anio(WS-Encontrado-Ix) TO WS-Anio-Revisar
               PERFORM RevisarAnioCerrado
               IF WS-Anio-Cerrado = "Y" THEN
                   DISPLAY "Error: el anio " WS-Anio-Revisar
                       " ya esta cerrado, el ajuste no se puede "
                       "postear; solo queda rechazarlo."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE Tab-Monto(WS-Encontrado-Ix) TO WS-Monto-Edit.
           DISPLAY "Ajuste " WS-Folio ": "
               FUNCTION TRIM(WS-Monto-Edit) " motivo "
               FUNCTION TRIM(Tab-Motivo(WS-Encontrado-Ix))
               " al anio " Tab-Anio(WS-Encontrado-Ix)
               ", capturado por "
               FUNCTION TRIM(Tab-Capturo(WS-Encontrado-Ix)).
           DISPLAY "Nota: "
               FUNCTION TRIM(Tab-Nota(WS-Encontrado-Ix)).

           PERFORM SolicitarComentario.

           IF WS-Decision = "A" THEN
               DISPLAY "Aprobar y postear al acumulador? (S/N)"
           ELSE
               DISPLAY "Rechazar el ajuste? (S/N)"
           END-IF.
           ACCEPT WS-Confirma.
           IF FUNCTION UPPER-CASE(WS-Confirma) NOT = "S" THEN
               DISPLAY "Sin cambios, el ajuste sigue pendiente."
               EXIT PARAGRAPH
           END-IF.

      *> Mientras se revisaba, AjustesSuma pudo encolar ajustes
      *> nuevos u otro operador pudo resolver este mismo: la cola se
      *> relee justo antes de postear y regrabar, para que la
      *> regrabacion lleve todo lo que hay en disco y para no
      *> postear dos veces el mismo folio.
           PERFORM CargarCola.
           PERFORM BuscarFolio.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: el ajuste " WS-Folio " ya no esta en "
                   "la cola; no se hizo nada."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Estado(WS-Encontrado-Ix) NOT = "P" THEN
               DISPLAY "Error: mientras tanto el ajuste " WS-Folio
                   " fue resuelto por "
                   FUNCTION TRIM(Tab-Resolvio(WS-Encontrado-Ix))
                   "; no se hizo nada."
               EXIT PARAGRAPH
           END-IF.

           IF WS-Decision = "A" THEN
               PERFORM PostearAjuste
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE WS-Decision TO Tab-Estado(WS-Encontrado-Ix).
           MOVE WS-Timestamp TO Tab-Resuelto(WS-Encontrado-Ix).
           MOVE Operador TO Tab-Resolvio(WS-Encontrado-Ix).
           MOVE Comentario TO Tab-Comentario(WS-Encontrado-Ix).
           PERFORM GrabarCola.
           IF WS-Decision = "A" THEN
               DISPLAY "Ajuste " WS-Folio " aprobado y posteado."
               PERFORM MostrarAcumulado
           ELSE
               DISPLAY "Ajuste " WS-Folio " rechazado; el "
                   "acumulador no se toca."
           END-IF.
           SUBTRACT 1 FROM WS-Pendientes.

      *> Deja en WS-Encontrado-Ix la entrada de WS-Folio en la
      *> tabla, o cero si no esta.
       BuscarFolio.
           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Aj-Ix FROM 1 BY 1
                   UNTIL WS-Aj-Ix > WS-Aj-Cuenta
               IF Tab-Folio(WS-Aj-Ix) = WS-Folio THEN
                   MOVE WS-Aj-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> El comentario es obligatorio al rechazar (quien capturo
      *> necesita saber por que) y opcional al aprobar.
       SolicitarComentario.
           MOVE SPACES TO Comentario.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL Comentario NOT = SPACES OR WS-Decision = "A"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un "
                       "comentario, se aborta."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Comentario del rechazo (obligatorio):"
               ACCEPT Comentario
           END-PERFORM.
           IF WS-Decision = "A" THEN
               DISPLAY "Comentario de la aprobacion (opcional):"
               ACCEPT Comentario
           END-IF.
      *> El ";" separa los campos de la cola; dentro del comentario
      *> no.
           INSPECT Comentario REPLACING ALL ";" BY ",".

      *> Busca WS-Anio-Revisar en el historial de anios cerrados.
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
                       IF SumH-Anio = WS-Anio-Revisar THEN
                           MOVE "Y" TO WS-Anio-Cerrado
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HistoricoFile.

      *> Agrega la linea de ajuste al final del acumulador, con el
      *> mismo prefijo fecha;monto de una corrida (la fecha es la de
      *> la aprobacion, que es cuando entra) y la cola que lo marca
      *> como ajuste: ;A;motivo;nota;capturo;anio;aprobo;folio.
       PostearAjuste.
           MOVE SPACES TO WS-Lectura.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Lec-Fecha(1:8).
           MOVE ";" TO Lec-Sep.
           MOVE Tab-Monto(WS-Encontrado-Ix) TO Lec-Monto.

           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Acumulado-Path TO Cad-Ruta.
           PERFORM LlamarCadena.
           OPEN EXTEND AcumuladoFile.
           IF WS-Acumulado-Status = "35" THEN
               OPEN OUTPUT AcumuladoFile
           END-IF.
           IF WS-Acumulado-Status NOT = "00" THEN
               DISPLAY "Error abriendo el acumulador: "
                   WS-Acumulado-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO Acumulado-Rec.
           STRING WS-Lectura(1:24) DELIMITED BY SIZE
               ";A;" DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Motivo(WS-Encontrado-Ix))
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Nota(WS-Encontrado-Ix))
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Capturo(WS-Encontrado-Ix))
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Tab-Anio(WS-Encontrado-Ix) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Operador) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Tab-Folio(WS-Encontrado-Ix) DELIMITED BY SIZE
               INTO Acumulado-Rec
           END-STRING.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Acumulado-Rec TO Cad-Linea.
           PERFORM LlamarCadena.
           MOVE SPACES TO Acumulado-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Acumulado-Rec
           END-STRING.
           WRITE Acumulado-Rec.
           CLOSE AcumuladoFile.

      *> El CALL deja RETURN-CODE en el del subprograma; se guarda y
      *> se restaura para no perder un aviso ya puesto en la corrida.
       LlamarCadena.
           MOVE RETURN-CODE TO WS-Cadena-CC.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE WS-Cadena-CC TO RETURN-CODE.

      *> Regraba la cola completa desde la tabla.
       GrabarCola.
           OPEN OUTPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               DISPLAY "Error grabando la cola de ajustes: "
                   WS-Pend-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Aj-Ix FROM 1 BY 1
                   UNTIL WS-Aj-Ix > WS-Aj-Cuenta
               MOVE SPACES TO AjustePend-Rec
               MOVE Tab-Folio(WS-Aj-Ix) TO AjP-Folio
               MOVE Tab-Capturado(WS-Aj-Ix) TO AjP-Capturado
               MOVE Tab-Monto(WS-Aj-Ix) TO AjP-Monto
               MOVE Tab-Motivo(WS-Aj-Ix) TO AjP-Motivo
               MOVE Tab-Nota(WS-Aj-Ix) TO AjP-Nota
               MOVE Tab-Anio(WS-Aj-Ix) TO AjP-Anio
               MOVE Tab-Capturo(WS-Aj-Ix) TO AjP-Capturo
               MOVE Tab-Estado(WS-Aj-Ix) TO AjP-Estado
               MOVE Tab-Resuelto(WS-Aj-Ix) TO AjP-Resuelto
               MOVE Tab-Resolvio(WS-Aj-Ix) TO AjP-Resolvio
               MOVE Tab-Comentario(WS-Aj-Ix) TO AjP-Comentario
               MOVE ";" TO AjP-Sep1 AjP-Sep2 AjP-Sep3 AjP-Sep4
                   AjP-Sep5 AjP-Sep6 AjP-Sep7 AjP-Sep8 AjP-Sep9
                   AjP-Sep10
               WRITE AjustePend-Rec
           END-PERFORM.
           CLOSE PendientesFile.

      *> Relee el acumulador completo y muestra el anio-a-la-fecha
      *> del anio del ajuste ya con el ajuste adentro: las lineas
      *> cuentan en el anio de su fecha, o un ajuste en el anio que
      *> trae.
       MostrarAcumulado.
           MOVE 0 TO WS-YTD.
           MOVE "N" TO WS-Acumulado-EOF.
           OPEN INPUT AcumuladoFile.
           IF WS-Acumulado-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Acumulado-EOF = "Y"
               READ AcumuladoFile
                   AT END
                       MOVE "Y" TO WS-Acumulado-EOF
                   NOT AT END
                       MOVE Acumulado-Rec TO WS-Lectura
                       PERFORM DeterminarAnioLectura
                       IF WS-Lec-Anio = Tab-Anio(WS-Encontrado-Ix)
                               THEN
                           ADD Lec-Monto TO WS-YTD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AcumuladoFile.
           MOVE WS-YTD TO WS-YTD-Edit.
           DISPLAY "Acumulado " Tab-Anio(WS-Encontrado-Ix)
               " con el ajuste: " FUNCTION TRIM(WS-YTD-Edit).

       DeterminarAnioLectura.
           MOVE Lec-Fecha(1:4) TO WS-Lec-Anio.
           IF Lec-Tipo NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Lec-Motivo WS-Lec-Nota WS-Lec-Operador
               WS-Lec-Anio-Aj.
           UNSTRING Lec-Cola(2:113) DELIMITED BY ";"
               INTO WS-Lec-Motivo WS-Lec-Nota WS-Lec-Operador
                   WS-Lec-Anio-Aj
           END-UNSTRING.
           IF WS-Lec-Anio-Aj IS NUMERIC THEN
               MOVE WS-Lec-Anio-Aj TO WS-Lec-Anio
           END-IF.

       END PROGRAM AprobacionAjustesSuma.
