      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmacionFinanzas.

      *> Cruce de la confirmacion de posteo de finanzas contra lo que
      *> les mandamos: finanzas carga el CSV fechado de Condicionales
      *> (data/CONDRESULTADOS.AAAAMMDD.CSV) en su mayor y nos devuelve
      *> data/CONFFINANZAS.AAAAMMDD.CSV con una fila por transaccion
      *> posteada (TransID,MontoPosteado,Estado). Cada ID se casa
      *> contra el CSV y la generacion de resultados
      *> (data/CONDRESULT.AAAAMMDD.DAT) del mismo dia y queda en una
      *> de cuatro cuentas: CASADA (mismo monto), MONTO-DIFERENTE,
      *> NO-CONFIRMADA (se mando y no la postearon) y DESCONOCIDA
      *> (postearon un ID que nunca produjimos). Antes los faltantes
      *> y los montos re-tecleados solo salian al cierre de mes.
      *> Condition code 4 si algo no casa, para que el job nocturno
      *> lo deje como aviso visible; 8 si no se puede leer lo nuestro.
      *>
      *> Uso: ConfirmacionFinanzas [AAAA-MM-DD | AAAAMMDD]
      *> Sin fecha se cruza la corrida del dia habil ANTERIOR (segun
      *> el calendario, subprograma DiaHabil): la confirmacion de una
      *> noche llega durante el dia habil siguiente, y el paso
      *> nocturno la revisa al cierre de ese dia. Asi el lunes se
      *> cruza el viernes y el dia despues de un feriado se cruza el
      *> ultimo dia habil antes de el, en vez de un sabado o un
      *> feriado sin corrida que no dejaria nada que confirmar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CsvFile ASSIGN TO DYNAMIC WS-Csv-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Csv-Status.

           SELECT ResultadosFile ASSIGN TO DYNAMIC WS-Result-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Result-Status.

           SELECT ConfirmacionFile ASSIGN TO DYNAMIC WS-Conf-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Conf-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CsvFile.
           01 Csv-Rec PIC X(150).

       FD ResultadosFile.
           01 Resultado-Rec PIC X(150).

       FD ConfirmacionFile.
           01 Confirmacion-Rec PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Csv-Path PIC X(40) VALUE SPACES.
           01 WS-Result-Path PIC X(40) VALUE SPACES.
           01 WS-Conf-Path PIC X(40) VALUE SPACES.
           01 WS-Csv-Status PIC XX VALUE SPACES.
           01 WS-Result-Status PIC XX VALUE SPACES.
           01 WS-Conf-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

      *> Fecha de la corrida a cruzar (AAAAMMDD).
           01 WS-Fecha-Corrida PIC X(8) VALUE SPACES.
           01 WS-Fecha-Num PIC 9(8) VALUE 0.
           01 WS-Arg-Linea PIC X(80) VALUE SPACES.
           01 WS-Arg-Fecha PIC X(10) VALUE SPACES.
           01 WS-Fecha-Guiones PIC X(10) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "N".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.
           01 WS-Dias-Atras PIC 9(2) VALUE 0.

      *> Lo que mandamos: una entrada por ID de transaccion batch
      *> publicado ese dia. El CSV es lo que finanzas recibio; la
      *> generacion de resultados confirma que el ID salio de una
      *> corrida batch exitosa (las lineas ;ERROR nunca llegan al
      *> CSV, pero se guardan aparte para explicar un DESCONOCIDO
      *> que en realidad fue un rechazo nuestro). Condicionales
      *> rechaza un ID repetido en el dia, asi que cada ID aparece
      *> una sola vez como exitoso.
           01 Enviadas-Tabla.
               05 Enviada-Entrada OCCURS 2000 TIMES.
                   10 Env-ID PIC X(10).
                   10 Env-Operacion PIC X(20).
                   10 Env-Monto PIC S9(13)V9(2).
                   10 Env-En-Csv PIC X.
                   10 Env-En-Result PIC X.
                   10 Env-Error-Batch PIC X.
                   10 Env-Confirmada PIC X.
                   10 Env-Posteado PIC S9(13)V9(2).
                   10 Env-Estado PIC X(12).
           01 WS-Enviadas-Usadas PIC 9(4) VALUE 0.
           01 WS-Env-Ix PIC 9(4) VALUE 0.
           01 WS-Env-Encontrada PIC 9(4) VALUE 0.
           01 WS-Enviadas-Desbordadas PIC X VALUE "N".

      *> Campos de trabajo para partir cada linea por su separador.
           01 WS-Campo-1 PIC X(30) VALUE SPACES.
           01 WS-Campo-2 PIC X(30) VALUE SPACES.
           01 WS-Campo-3 PIC X(30) VALUE SPACES.
           01 WS-Campo-4 PIC X(30) VALUE SPACES.
           01 WS-Campo-5 PIC X(30) VALUE SPACES.
           01 WS-Campo-6 PIC X(30) VALUE SPACES.
           01 WS-Campo-7 PIC X(30) VALUE SPACES.
           01 WS-ID PIC X(10) VALUE SPACES.
           01 WS-Monto PIC S9(13)V9(2) VALUE 0.
           01 WS-Monto-Edit PIC +(13)9.99.
           01 WS-Posteado-Edit PIC +(13)9.99.
           01 WS-Estado PIC X(12) VALUE SPACES.
           01 WS-Linea-Num PIC 9(6) VALUE 0.

      *> Cuentas del cruce.
           01 WS-Casadas PIC 9(6) VALUE 0.
           01 WS-Monto-Diferente PIC 9(6) VALUE 0.
           01 WS-No-Confirmadas PIC 9(6) VALUE 0.
           01 WS-Desconocidas PIC 9(6) VALUE 0.
           01 WS-Duplicadas PIC 9(6) VALUE 0.
           01 WS-No-Posteadas PIC 9(6) VALUE 0.
           01 WS-Lineas-Conf PIC 9(6) VALUE 0.
           01 WS-Sin-ID PIC 9(6) VALUE 0.
           01 WS-Descuadres PIC 9(6) VALUE 0.
           01 WS-Fuera PIC 9(6) VALUE 0.
           01 WS-Hay-Confirmacion PIC X VALUE "N".

      *> Constancia del paso en el historial de corridas del job
      *> nocturno: inicio capturado al arrancar, fin/condition code
      *> y registros procesados grabados por RegistrarCorrida justo
      *> antes de terminar.
           01 WS-Hist-Programa PIC X(14) VALUE "CONFFINANZAS".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
      *> Indicador de que corremos como paso del job nocturno
      *> (variable de ambiente que exporta nightly_batch.sh): solo
      *> entonces se deja constancia en el historial de corridas.
      *> Una corrida a mano del dia con condition code 0 marcaria el
      *> paso como "ya completo hoy" y el job se lo saltaria en la
      *> noche.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Confirmar.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           MOVE WS-Hist-Inicio(1:8) TO WS-Fecha-Num.
           PERFORM BuscarDiaHabilAnterior.
           PERFORM TomarFechaArgumento.
           PERFORM ArmarRutasFechadas.

           DISPLAY "===== Confirmacion de posteo de finanzas, corrida "
               WS-Fecha-Corrida(1:4) "-" WS-Fecha-Corrida(5:2) "-"
               WS-Fecha-Corrida(7:2) " =====".

           PERFORM CargarCsv.
           PERFORM CargarResultados.
           PERFORM CruzarConfirmacion.
           PERFORM ListarNoConfirmadas.
           PERFORM ImprimirResumen.

           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               MOVE WS-Lineas-Conf TO WS-Hist-Registros
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso, que es lo que el
      *> job nocturno revisa.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

           STOP RUN.

      *> Retrocede desde ayer, un dia a la vez, hasta el primer dia
      *> habil. Un calendario que no deje ninguno en un mes (o una
      *> fecha que DiaHabil no reconoce) se queda con ayer, como
      *> antes.
       BuscarDiaHabilAnterior.
           MOVE 0 TO WS-Dias-Atras.
           MOVE "N" TO WS-Dia-Habil.
           PERFORM UNTIL WS-Dia-Habil = "Y" OR WS-Dias-Atras >= 31
               ADD 1 TO WS-Dias-Atras
               COMPUTE WS-Fecha-Num = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Num) - 1)
               MOVE WS-Fecha-Num TO WS-Fecha-Corrida
               MOVE SPACES TO WS-Fecha-Guiones
               STRING WS-Fecha-Corrida(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Fecha-Corrida(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Fecha-Corrida(7:2) DELIMITED BY SIZE
                   INTO WS-Fecha-Guiones
               END-STRING
               CALL "DiaHabil" USING WS-Fecha-Guiones WS-Dia-Habil
                   WS-Dia-Motivo
           END-PERFORM.
           IF WS-Dia-Habil NOT = "Y" THEN
               MOVE WS-Hist-Inicio(1:8) TO WS-Fecha-Num
               COMPUTE WS-Fecha-Num = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Num) - 1)
               MOVE WS-Fecha-Num TO WS-Fecha-Corrida
           END-IF.

      *> Si viene una fecha por linea de comando, esa es la corrida
      *> a cruzar; se acepta con o sin guiones y se valida que
      *> queden 8 digitos.
       TomarFechaArgumento.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           IF WS-Arg-Linea = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-Arg-Linea) TO WS-Arg-Fecha.
           IF WS-Arg-Fecha(5:1) = "-" AND WS-Arg-Fecha(8:1) = "-"
                   THEN
               MOVE SPACES TO WS-Arg-Linea
               STRING WS-Arg-Fecha(1:4) DELIMITED BY SIZE
                   WS-Arg-Fecha(6:2) DELIMITED BY SIZE
                   WS-Arg-Fecha(9:2) DELIMITED BY SIZE
                   INTO WS-Arg-Linea
               END-STRING
               MOVE WS-Arg-Linea(1:10) TO WS-Arg-Fecha
           END-IF.
           IF WS-Arg-Fecha(1:8) IS NUMERIC AND
                   WS-Arg-Fecha(9:2) = SPACES THEN
               MOVE WS-Arg-Fecha(1:8) TO WS-Fecha-Corrida
           ELSE
               DISPLAY "Error: la fecha debe venir como AAAA-MM-DD "
                   "o AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Las generaciones de la fecha elegida, con los mismos nombres
      *> que arma Condicionales, y la confirmacion de finanzas con la
      *> fecha de la corrida que confirma (no la del dia en que la
      *> mandan).
       ArmarRutasFechadas.
           MOVE SPACES TO WS-Csv-Path.
           STRING "data/CONDRESULTADOS." DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               ".CSV" DELIMITED BY SIZE
               INTO WS-Csv-Path
           END-STRING.
           MOVE SPACES TO WS-Result-Path.
           STRING "data/CONDRESULT." DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Result-Path
           END-STRING.
           MOVE SPACES TO WS-Conf-Path.
           STRING "data/CONFFINANZAS." DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               ".CSV" DELIMITED BY SIZE
               INTO WS-Conf-Path
           END-STRING.

      *> Filas batch con ID del CSV del dia: operacion, resultado
      *> (lo que finanzas debio postear) e ID en la septima columna.
      *> Las filas interactivas y las batch de extracts viejos sin
      *> ID no se pueden casar y solo se cuentan. Sin CSV del dia no
      *> hay contra que cruzar: si tampoco hay resultados, esa noche
      *> no corrio el batch.
       CargarCsv.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CsvFile.
           IF WS-Csv-Status NOT = "00" THEN
               DISPLAY "Aviso: no hay CSV de resultados de la corrida "
                   "(" FUNCTION TRIM(WS-Csv-Path) ")."
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CsvFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GuardarFilaCsv
               END-READ
           END-PERFORM.
           IF WS-Csv-Status = "00" OR WS-Csv-Status = "10" THEN
               CLOSE CsvFile
           END-IF.

       GuardarFilaCsv.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
               WS-Campo-5 WS-Campo-6 WS-Campo-7.
           UNSTRING Csv-Rec DELIMITED BY ","
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
                   WS-Campo-5 WS-Campo-6 WS-Campo-7
           END-UNSTRING.
      *> La fila de encabezado no trae fecha y queda fuera sola.
           IF WS-Campo-5(1:8) NOT = WS-Fecha-Corrida OR
                   WS-Campo-6(1:1) NOT = "B" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Campo-7 = SPACES THEN
               ADD 1 TO WS-Sin-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Campo-7(1:10) TO WS-ID.
           PERFORM BuscarEnviada.
           IF WS-Env-Encontrada = 0 THEN
               PERFORM AgregarEnviada
               IF WS-Env-Encontrada = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-Campo-1(1:20) TO Env-Operacion(WS-Env-Encontrada).
           MOVE FUNCTION NUMVAL(WS-Campo-4)
               TO Env-Monto(WS-Env-Encontrada).
           MOVE "Y" TO Env-En-Csv(WS-Env-Encontrada).

      *> Generacion de resultados del dia: las lineas exitosas con ID
      *> confirman el CSV; un ID exitoso que no esta en el CSV es un
      *> descuadre nuestro (la conciliacion de esa noche lo debio
      *> delatar) y se reporta aparte. Las lineas ;ERROR marcan el ID
      *> como rechazado en batch, solo para explicar un desconocido.
       CargarResultados.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ResultadosFile.
           IF WS-Result-Status NOT = "00" THEN
               IF WS-Enviadas-Usadas > 0 THEN
                   DISPLAY "Error: hay CSV pero no hay generacion de "
                       "resultados (" FUNCTION TRIM(WS-Result-Path)
                       "), no se puede confirmar lo enviado."
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResultadosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GuardarLineaResultado
               END-READ
           END-PERFORM.
           IF WS-Result-Status = "00" OR WS-Result-Status = "10" THEN
               CLOSE ResultadosFile
           END-IF.

       GuardarLineaResultado.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
               WS-Campo-5.
           UNSTRING Resultado-Rec DELIMITED BY ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
                   WS-Campo-5
           END-UNSTRING.
           IF WS-Campo-5 = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Campo-5(1:10) TO WS-ID.
           PERFORM BuscarEnviada.
           IF WS-Env-Encontrada = 0 THEN
               PERFORM AgregarEnviada
               IF WS-Env-Encontrada = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Campo-1(1:20)
                   TO Env-Operacion(WS-Env-Encontrada)
           END-IF.
           IF WS-Campo-4 = "ERROR" THEN
               MOVE "Y" TO Env-Error-Batch(WS-Env-Encontrada)
           ELSE
               MOVE "Y" TO Env-En-Result(WS-Env-Encontrada)
               IF Env-En-Csv(WS-Env-Encontrada) = "N" THEN
                   MOVE FUNCTION NUMVAL(WS-Campo-4)
                       TO Env-Monto(WS-Env-Encontrada)
               END-IF
           END-IF.

       BuscarEnviada.
           MOVE 0 TO WS-Env-Encontrada.
           PERFORM VARYING WS-Env-Ix FROM 1 BY 1
                   UNTIL WS-Env-Ix > WS-Enviadas-Usadas
               IF Env-ID(WS-Env-Ix) = WS-ID THEN
                   MOVE WS-Env-Ix TO WS-Env-Encontrada
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       AgregarEnviada.
           IF WS-Enviadas-Usadas >= 2000 THEN
               IF WS-Enviadas-Desbordadas = "N" THEN
                   MOVE "Y" TO WS-Enviadas-Desbordadas
                   DISPLAY "Error: mas de 2000 IDs en la corrida, la "
                       "tabla del cruce se lleno."
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Enviadas-Usadas.
           MOVE WS-Enviadas-Usadas TO WS-Env-Encontrada.
           MOVE WS-ID TO Env-ID(WS-Env-Encontrada).
           MOVE SPACES TO Env-Operacion(WS-Env-Encontrada).
           MOVE 0 TO Env-Monto(WS-Env-Encontrada).
           MOVE "N" TO Env-En-Csv(WS-Env-Encontrada).
           MOVE "N" TO Env-En-Result(WS-Env-Encontrada).
           MOVE "N" TO Env-Error-Batch(WS-Env-Encontrada).
           MOVE "N" TO Env-Confirmada(WS-Env-Encontrada).
           MOVE 0 TO Env-Posteado(WS-Env-Encontrada).
           MOVE SPACES TO Env-Estado(WS-Env-Encontrada).

      *> Recorre la confirmacion de finanzas fila por fila. Sin
      *> archivo de confirmacion todo lo enviado queda como no
      *> confirmado: que finanzas no conteste es justamente lo que
      *> hay que ver en la manana.
       CruzarConfirmacion.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ConfirmacionFile.
           IF WS-Conf-Status NOT = "00" THEN
               DISPLAY "Aviso: finanzas no ha mandado la "
                   "confirmacion (" FUNCTION TRIM(WS-Conf-Path) ")."
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE "Y" TO WS-Hay-Confirmacion
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ConfirmacionFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Linea-Num
                       PERFORM CruzarLineaConfirmacion
               END-READ
           END-PERFORM.
           IF WS-Conf-Status = "00" OR WS-Conf-Status = "10" THEN
               CLOSE ConfirmacionFile
           END-IF.

      *> Una fila de la confirmacion: TransID,MontoPosteado,Estado.
      *> Se aceptan "," o ";" (la hoja de calculo de finanzas exporta
      *> con cualquiera de los dos segun la configuracion regional).
      *> La fila de encabezado (primer campo "TransID") y las vacias
      *> se saltan. Estado POSTEADO es un posteo real; cualquier
      *> otro estado (RECHAZADO, PENDIENTE...) significa que no se
      *> posteo y la transaccion sigue contando como no confirmada,
      *> con el estado de finanzas a la vista.
       CruzarLineaConfirmacion.
           IF Confirmacion-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3.
           UNSTRING Confirmacion-Rec DELIMITED BY "," OR ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Campo-1))
                   = "TRANSID" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Lineas-Conf.
           MOVE FUNCTION TRIM(WS-Campo-1) TO WS-ID.
           MOVE FUNCTION NUMVAL(WS-Campo-2) TO WS-Monto.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Campo-3))
               TO WS-Estado.
           IF WS-Estado = SPACES THEN
               MOVE "POSTEADO" TO WS-Estado
           END-IF.
           MOVE WS-Monto TO WS-Posteado-Edit.

           PERFORM BuscarEnviada.
           IF WS-Env-Encontrada > 0 THEN
               IF Env-En-Result(WS-Env-Encontrada) = "N" AND
                       Env-En-Csv(WS-Env-Encontrada) = "N" THEN
                   MOVE 0 TO WS-Env-Encontrada
               END-IF
           END-IF.

           IF WS-Env-Encontrada = 0 THEN
               PERFORM ReportarDesconocida
               EXIT PARAGRAPH
           END-IF.

           IF Env-Confirmada(WS-Env-Encontrada) = "Y" THEN
               ADD 1 TO WS-Duplicadas
               DISPLAY "  DUPLICADA     " WS-ID " posteo "
                   FUNCTION TRIM(WS-Posteado-Edit) " "
                   FUNCTION TRIM(WS-Estado) " (linea " WS-Linea-Num
                   ", el ID ya venia confirmado)"
               EXIT PARAGRAPH
           END-IF.

           IF WS-Estado NOT = "POSTEADO" THEN
               MOVE WS-Estado TO Env-Estado(WS-Env-Encontrada)
               ADD 1 TO WS-No-Posteadas
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO Env-Confirmada(WS-Env-Encontrada).
           MOVE WS-Monto TO Env-Posteado(WS-Env-Encontrada).
           MOVE WS-Estado TO Env-Estado(WS-Env-Encontrada).
           IF WS-Monto = Env-Monto(WS-Env-Encontrada) THEN
               ADD 1 TO WS-Casadas
           ELSE
               ADD 1 TO WS-Monto-Diferente
               MOVE Env-Monto(WS-Env-Encontrada) TO WS-Monto-Edit
               DISPLAY "  MONTO-DIF     " WS-ID " "
                   FUNCTION TRIM(Env-Operacion(WS-Env-Encontrada))
                   ": enviado " FUNCTION TRIM(WS-Monto-Edit)
                   ", posteado " FUNCTION TRIM(WS-Posteado-Edit)
           END-IF.

      *> Un ID que no produjimos exitoso ese dia: si la generacion lo
      *> trae como ;ERROR se dice, porque entonces finanzas posteo
      *> algo que nosotros rechazamos.
       ReportarDesconocida.
           IF WS-Estado NOT = "POSTEADO" THEN
               ADD 1 TO WS-No-Posteadas
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Desconocidas.
           PERFORM BuscarEnviada.
           IF WS-Env-Encontrada > 0 THEN
               DISPLAY "  DESCONOCIDA   " WS-ID " posteo "
                   FUNCTION TRIM(WS-Posteado-Edit)
                   " (rechazada en el batch, no se envio)"
           ELSE
               DISPLAY "  DESCONOCIDA   " WS-ID " posteo "
                   FUNCTION TRIM(WS-Posteado-Edit)
                   " (ID que no se produjo en la corrida)"
           END-IF.

      *> Lo enviado que finanzas no posteo, y los descuadres entre
      *> nuestro CSV y la generacion de resultados.
       ListarNoConfirmadas.
           PERFORM VARYING WS-Env-Ix FROM 1 BY 1
                   UNTIL WS-Env-Ix > WS-Enviadas-Usadas
               MOVE Env-Monto(WS-Env-Ix) TO WS-Monto-Edit
               IF Env-En-Csv(WS-Env-Ix) = "Y" OR
                       Env-En-Result(WS-Env-Ix) = "Y" THEN
                   IF Env-Confirmada(WS-Env-Ix) = "N" THEN
                       ADD 1 TO WS-No-Confirmadas
                       IF Env-Estado(WS-Env-Ix) = SPACES THEN
                           DISPLAY "  NO-CONFIRMADA " Env-ID(WS-Env-Ix)
                               " " FUNCTION TRIM(
                                   Env-Operacion(WS-Env-Ix))
                               " " FUNCTION TRIM(WS-Monto-Edit)
                       ELSE
                           DISPLAY "  NO-CONFIRMADA " Env-ID(WS-Env-Ix)
                               " " FUNCTION TRIM(
                                   Env-Operacion(WS-Env-Ix))
                               " " FUNCTION TRIM(WS-Monto-Edit)
                               " (finanzas: "
                               FUNCTION TRIM(Env-Estado(WS-Env-Ix))
                               ")"
                       END-IF
                   END-IF
                   IF Env-En-Csv(WS-Env-Ix) NOT =
                           Env-En-Result(WS-Env-Ix) THEN
                       ADD 1 TO WS-Descuadres
                       IF Env-En-Csv(WS-Env-Ix) = "Y" THEN
                           DISPLAY "  DESCUADRE     " Env-ID(WS-Env-Ix)
                               " esta en el CSV pero no en los "
                               "resultados"
                       ELSE
                           DISPLAY "  DESCUADRE     " Env-ID(WS-Env-Ix)
                               " esta en los resultados pero no en "
                               "el CSV"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ImprimirResumen.
           DISPLAY "----------------------------------------".
           DISPLAY "Filas en la confirmacion:       " WS-Lineas-Conf.
           DISPLAY "Casadas:                        " WS-Casadas.
           DISPLAY "Monto diferente:                "
               WS-Monto-Diferente.
           DISPLAY "No confirmadas (enviadas y sin "
               "posteo): " WS-No-Confirmadas.
           DISPLAY "Desconocidas (posteo de un ID que no "
               "produjimos): " WS-Desconocidas.
           IF WS-Duplicadas > 0 THEN
               DISPLAY "Posteos duplicados del mismo ID:  "
                   WS-Duplicadas
           END-IF.
           IF WS-No-Posteadas > 0 THEN
               DISPLAY "Filas con estado distinto de POSTEADO: "
                   WS-No-Posteadas
           END-IF.
           IF WS-Descuadres > 0 THEN
               DISPLAY "Descuadres CSV contra resultados: "
                   WS-Descuadres
           END-IF.
           IF WS-Sin-ID > 0 THEN
               DISPLAY "Filas batch sin ID (no se pueden casar): "
                   WS-Sin-ID
           END-IF.
           DISPLAY "----------------------------------------".

           COMPUTE WS-Fuera = WS-Monto-Diferente + WS-No-Confirmadas
               + WS-Desconocidas + WS-Duplicadas + WS-Descuadres.
           IF WS-Fuera = 0 THEN
               IF WS-Enviadas-Usadas = 0 AND
                       WS-Hay-Confirmacion = "N" THEN
                   DISPLAY "Sin transacciones batch con ID en la "
                       "corrida; nada que confirmar."
               ELSE
                   DISPLAY ">>> TODO CASA: finanzas posteo exactamente "
                       "lo enviado. <<<"
               END-IF
           ELSE
               DISPLAY ">>> " WS-Fuera " PARTIDAS FUERA: revisar con "
                   "finanzas el detalle de arriba. <<<"
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM ConfirmacionFinanzas.
