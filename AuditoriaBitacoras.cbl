      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaBitacoras.

      *> Verificacion de la cadena de control de las bitacoras
      *> (CadenaAuditoria, formato en copybooks/CADENA.cpy): el
      *> historial de movimientos del maestro (data/EMPMOVS.DAT), la
      *> bitacora de tasas (data/TIPOSCAMBIOLOG.DAT), el acumulador
      *> de Suma (data/SUMAACUMULADO.DAT) y cada generacion viva de
      *> la bitacora de Condicionales (data/CONDAUDIT.AAAAMMDD.LOG,
      *> las de los ultimos WS-Dias-Ventana dias; la purga del job
      *> nocturno se lleva las viejas). De cada una dice si la cadena
      *> esta sana o cual es la primera linea borrada, cambiada,
      *> movida o agregada a mano, y si faltan lineas al final contra
      *> la ultima verificacion buena. Una cadena sana queda
      *> registrada como la nueva ultima verificacion buena
      *> (data/CADENAS.DAT).
      *>
      *> Corre a pedido y como paso del job nocturno. Condition code
      *> 4 si alguna cadena esta rota (la noche sigue, pero queda en
      *> aviso y el resumen gerencial lo muestra), 8 si alguna
      *> bitacora no se pudo leer.
      *>
      *> Uso: AuditoriaBitacoras [ruta]
      *>      (sin argumento: todas las bitacoras)

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CADENA.

           01 WS-Arg-Ruta PIC X(80) VALUE SPACES.
           01 WS-Ruta PIC X(40) VALUE SPACES.

      *> Generaciones fechadas de la bitacora de Condicionales: se
      *> buscan hacia atras desde hoy; las que no existen se saltan.
           01 WS-Dias-Ventana PIC 9(3) VALUE 60.
           01 WS-Dia-Ix PIC 9(3) VALUE 0.
           01 WS-Hoy-Entero PIC 9(7) VALUE 0.
           01 WS-Fecha-Gen PIC 9(8) VALUE 0.
           01 WS-Es-Generacion PIC X VALUE "N".

      *> Resultado de la corrida.
           01 WS-Revisadas PIC 9(4) VALUE 0.
           01 WS-Sanas PIC 9(4) VALUE 0.
           01 WS-Rotas PIC 9(4) VALUE 0.
           01 WS-Ilegibles PIC 9(4) VALUE 0.
           01 WS-Lineas-Total PIC 9(8) VALUE 0.
           01 WS-Num-Edit PIC Z(7)9.
           01 WS-Num-Edit2 PIC Z(7)9.
           01 WS-Num-Edit3 PIC Z(7)9.

      *> Constancia del paso en el historial de corridas del job
      *> nocturno: inicio capturado al arrancar, fin/condition code
      *> y lineas revisadas grabados por RegistrarCorrida justo antes
      *> de terminar.
           01 WS-Hist-Programa PIC X(14) VALUE "BITACORAS".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
      *> Solo en el job nocturno (variable de ambiente que exporta
      *> nightly_batch.sh) se deja constancia en el historial.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Auditar.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           DISPLAY "===== Cadena de control de las bitacoras =====".

           ACCEPT WS-Arg-Ruta FROM COMMAND-LINE.
           IF WS-Arg-Ruta NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-Arg-Ruta) TO WS-Ruta
               PERFORM VerificarBitacora
               IF Cad-Resultado = "VA" THEN
                   DISPLAY "Error: " FUNCTION TRIM(WS-Ruta)
                       " no existe."
                   ADD 1 TO WS-Ilegibles
               END-IF
           ELSE
               MOVE "data/EMPMOVS.DAT" TO WS-Ruta
               PERFORM VerificarBitacora
               MOVE "data/TIPOSCAMBIOLOG.DAT" TO WS-Ruta
               PERFORM VerificarBitacora
               MOVE "data/SUMAACUMULADO.DAT" TO WS-Ruta
               PERFORM VerificarBitacora
               PERFORM VerificarGeneraciones
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Bitacoras revisadas: " WS-Revisadas
               "  sanas: " WS-Sanas "  rotas: " WS-Rotas
               "  ilegibles: " WS-Ilegibles.
           IF WS-Ilegibles > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Rotas > 0 THEN
                   DISPLAY "CADENA ROTA: alguien toco una bitacora "
                       "por fuera de los programas; revisar antes de "
                       "usarla."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               IF WS-Lineas-Total > 999999 THEN
                   MOVE 999999 TO WS-Hist-Registros
               ELSE
                   MOVE WS-Lineas-Total TO WS-Hist-Registros
               END-IF
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso, que es lo que el
      *> job nocturno revisa.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

           STOP RUN.

      *> Generaciones de la bitacora de Condicionales, de hoy hacia
      *> atras; una que no existe (dia sin corrida o ya purgada) no
      *> es problema y no se muestra.
       VerificarGeneraciones.
           MOVE "Y" TO WS-Es-Generacion.
           COMPUTE WS-Hoy-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Hist-Inicio(1:8))).
           PERFORM VARYING WS-Dia-Ix FROM 0 BY 1
                   UNTIL WS-Dia-Ix >= WS-Dias-Ventana
               COMPUTE WS-Fecha-Gen = FUNCTION DATE-OF-INTEGER(
                   WS-Hoy-Entero - WS-Dia-Ix)
               MOVE SPACES TO WS-Ruta
               STRING "data/CONDAUDIT." DELIMITED BY SIZE
                   WS-Fecha-Gen DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-Ruta
               END-STRING
               PERFORM VerificarBitacora
           END-PERFORM.

      *> Verifica la cadena de WS-Ruta y, si esta sana, la registra
      *> como la ultima verificacion buena.
       VerificarBitacora.
           MOVE "VERIFICAR" TO Cad-Operacion.
           MOVE WS-Ruta TO Cad-Ruta.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           IF Cad-Resultado = "VA" THEN
               EXIT PARAGRAPH
           END-IF.
      *> Una generacion entera que ya no esta la borro la purga.
           IF Cad-Resultado = "NE" AND WS-Es-Generacion = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Revisadas.
           ADD Cad-Lineas TO WS-Lineas-Total.
           EVALUATE Cad-Resultado
               WHEN "OK"
                   ADD 1 TO WS-Sanas
                   PERFORM MostrarSana
                   MOVE "ANCLAR" TO Cad-Operacion
                   CALL "CadenaAuditoria" USING Cadena-Parametros
                   IF Cad-Resultado NOT = "OK" THEN
                       DISPLAY "    Aviso: no se registro la "
                           "verificacion: " FUNCTION TRIM(Cad-Detalle)
                   END-IF
               WHEN "ER"
                   ADD 1 TO WS-Ilegibles
                   DISPLAY "  " FUNCTION TRIM(WS-Ruta) ": ERROR, "
                       FUNCTION TRIM(Cad-Detalle)
               WHEN OTHER
                   ADD 1 TO WS-Rotas
                   PERFORM MostrarRota
           END-EVALUATE.

       MostrarSana.
           MOVE Cad-Lineas TO WS-Num-Edit.
           MOVE Cad-Secuencia TO WS-Num-Edit2.
           IF Cad-Secuencia = 0 THEN
               DISPLAY "  " FUNCTION TRIM(WS-Ruta) ": OK, "
                   FUNCTION TRIM(WS-Num-Edit) " lineas, todavia sin "
                   "lineas selladas"
               EXIT PARAGRAPH
           END-IF.
           IF Cad-Sin-Sello > 0 THEN
               MOVE Cad-Sin-Sello TO WS-Num-Edit3
               DISPLAY "  " FUNCTION TRIM(WS-Ruta) ": OK, "
                   FUNCTION TRIM(WS-Num-Edit) " lineas, secuencia 1 a "
                   FUNCTION TRIM(WS-Num-Edit2) " ("
                   FUNCTION TRIM(WS-Num-Edit3)
                   " sin sello de antes de la cadena)"
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-Ruta) ": OK, "
                   FUNCTION TRIM(WS-Num-Edit) " lineas, secuencia 1 a "
                   FUNCTION TRIM(WS-Num-Edit2)
           END-IF.

       MostrarRota.
           EVALUATE Cad-Resultado
               WHEN "NE"
                   DISPLAY "  " FUNCTION TRIM(WS-Ruta)
                       ": ROTA, archivo borrado"
               WHEN "TR"
                   DISPLAY "  " FUNCTION TRIM(WS-Ruta)
                       ": ROTA, archivo cortado"
               WHEN OTHER
                   MOVE Cad-Linea-Mala TO WS-Num-Edit
                   DISPLAY "  " FUNCTION TRIM(WS-Ruta)
                       ": ROTA en la linea " FUNCTION TRIM(WS-Num-Edit)
           END-EVALUATE.
           DISPLAY "    " FUNCTION TRIM(Cad-Detalle).
           IF Cad-Secuencia > 0 THEN
               MOVE Cad-Secuencia TO WS-Num-Edit2
               DISPLAY "    ultima linea buena: secuencia "
                   FUNCTION TRIM(WS-Num-Edit2)
           END-IF.

       END PROGRAM AuditoriaBitacoras.
