      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadenaAuditoria.

      *> Subprograma compartido de la cadena de control de las
      *> bitacoras (parametros y formato en copybooks/CADENA.cpy).
      *> Las bitacoras son archivos de texto que cualquiera con
      *> acceso al servidor puede editar; la cadena no lo impide,
      *> pero lo delata: cada linea lleva su secuencia y un control
      *> calculado sobre el control de la anterior, asi que una
      *> linea borrada deja un hueco en la secuencia, una linea
      *> cambiada no cuadra con su control (o la siguiente no cuadra
      *> con ella) y una linea movida rompe el orden. Lo que la
      *> cadena sola no ve, que alguien corte las ultimas lineas, lo
      *> ve la comparacion contra la ultima verificacion buena
      *> (data/CADENAS.DAT, una linea por bitacora verificada).
      *>
      *> Lo llaman los que escriben en las bitacoras (Condicionales,
      *> RegistrarMovimiento, MantenimientoTiposCambio,
      *> CargaTiposCambio, Suma, AprobacionAjustesSuma), los dos que
      *> las regraban con autorizacion (CierreAnualSuma,
      *> AnonimizacionBajas: verifican antes y re-encadenan despues)
      *> y AuditoriaBitacoras, que las verifica.
      *>
      *> Las lineas de antes de que existiera la cadena no traen
      *> sello; la cadena empieza en la primera linea sellada y
      *> desde ahi ya no se admite una linea sin sello.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BitacoraFile ASSIGN TO DYNAMIC WS-Bitacora-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Bitacora-Status.

           SELECT AnclasFile ASSIGN TO DYNAMIC WS-Anclas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Anclas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BitacoraFile.
           01 Bitacora-Rec PIC X(200).

      *> Ultima verificacion buena de cada bitacora: ruta, secuencia
      *> y control de su ultima linea, y cuando se verifico.
       FD AnclasFile.
           01 Ancla-Rec.
               05 Anc-Ruta PIC X(40).
               05 Anc-Sep1 PIC X(1).
               05 Anc-Secuencia PIC 9(8).
               05 Anc-Sep2 PIC X(1).
               05 Anc-Control PIC 9(10).
               05 Anc-Sep3 PIC X(1).
               05 Anc-Verificado PIC X(21).

       WORKING-STORAGE SECTION.
           01 WS-Bitacora-Path PIC X(40) VALUE SPACES.
           01 WS-Bitacora-Status PIC XX VALUE SPACES.
           01 WS-Anclas-Path PIC X(40) VALUE "data/CADENAS.DAT".
           01 WS-Anclas-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

      *> Linea en turno partida en texto y sello.
           01 WS-Linea PIC X(200) VALUE SPACES.
           01 WS-Largo PIC 9(3) VALUE 0.
           01 WS-Largo-Texto PIC 9(3) VALUE 0.
           01 WS-Sellada PIC X VALUE "N".
           01 WS-Linea-Secuencia PIC 9(8) VALUE 0.
           01 WS-Linea-Control PIC 9(10) VALUE 0.

      *> Calculo del control: un residuo que arrastra, caracter por
      *> caracter, el control anterior, la secuencia y el texto.
           01 WS-Control-Previo PIC 9(10) VALUE 0.
           01 WS-Secuencia PIC 9(8) VALUE 0.
           01 WS-Secuencia-Texto REDEFINES WS-Secuencia PIC X(8).
           01 WS-Control PIC 9(10) VALUE 0.
           01 WS-Acumulado PIC 9(13) VALUE 0.
           01 WS-Multiplicador PIC 9(3) VALUE 263.
           01 WS-Modulo PIC 9(10) VALUE 9999999967.
           01 WS-Pos PIC 9(3) VALUE 0.

      *> Recorrido de VERIFICAR.
           01 WS-Iniciada PIC X VALUE "N".
           01 WS-Problema PIC X VALUE "N".
           01 WS-Esperada PIC 9(8) VALUE 0.
           01 WS-Hay-Ancla PIC X VALUE "N".
           01 WS-Ancla-Secuencia PIC 9(8) VALUE 0.
           01 WS-Ancla-Control PIC 9(10) VALUE 0.
           01 WS-Num-Edit PIC Z(7)9.
           01 WS-Num-Edit2 PIC Z(7)9.

      *> Tabla de anclas para ANCLAR (se regraba el archivo entero).
           01 WS-Anc-Cuenta PIC 9(3) VALUE 0.
           01 WS-Anc-Max PIC 9(3) VALUE 200.
           01 Anclas-Tabla.
               05 Anc-Entrada OCCURS 200 TIMES.
                   10 Tab-Anc-Ruta PIC X(40).
                   10 Tab-Anc-Secuencia PIC 9(8).
                   10 Tab-Anc-Control PIC 9(10).
                   10 Tab-Anc-Verificado PIC X(21).
           01 WS-Anc-Ix PIC 9(3) VALUE 0.
           01 WS-Anc-Hallado-Ix PIC 9(3) VALUE 0.
           01 WS-Anc-Vigente PIC X VALUE "Y".

       LINKAGE SECTION.
           COPY CADENA.

       PROCEDURE DIVISION USING Cadena-Parametros.
       Operar.
           EVALUATE Cad-Operacion
               WHEN "ULTIMO"
                   PERFORM BuscarUltimo
               WHEN "SELLAR"
                   PERFORM SellarLinea
               WHEN "SEPARAR"
                   MOVE Cad-Linea TO WS-Linea
                   PERFORM SepararSello
                   MOVE WS-Sellada TO Cad-Sellada
                   MOVE WS-Largo-Texto TO Cad-Largo-Texto
                   MOVE WS-Linea-Secuencia TO Cad-Linea-Secuencia
                   MOVE WS-Linea-Control TO Cad-Linea-Control
               WHEN "VERIFICAR"
                   PERFORM VerificarCadena
               WHEN "ANCLAR"
                   PERFORM RegistrarAncla
               WHEN OTHER
                   MOVE "ER" TO Cad-Resultado
                   MOVE "operacion de cadena desconocida"
                       TO Cad-Detalle
           END-EVALUATE.
           GOBACK.

      *> Ultimo sello del archivo, para seguir la cadena al agregar.
       BuscarUltimo.
           MOVE 0 TO Cad-Secuencia Cad-Control Cad-Lineas.
           MOVE "OK" TO Cad-Resultado.
           MOVE Cad-Ruta TO WS-Bitacora-Path.
           OPEN INPUT BitacoraFile.
           IF WS-Bitacora-Status NOT = "00" THEN
               MOVE "VA" TO Cad-Resultado
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BitacoraFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO Cad-Lineas
                       MOVE Bitacora-Rec TO WS-Linea
                       PERFORM SepararSello
                       IF WS-Sellada = "Y" THEN
                           MOVE WS-Linea-Secuencia TO Cad-Secuencia
                           MOVE WS-Linea-Control TO Cad-Control
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BitacoraFile.

       SellarLinea.
           MOVE Cad-Linea TO WS-Linea.
           PERFORM LargoSinBlancos.
           MOVE WS-Largo TO WS-Largo-Texto.
           MOVE Cad-Control TO WS-Control-Previo.
           COMPUTE WS-Secuencia = Cad-Secuencia + 1.
           PERFORM CalcularControl.
           MOVE WS-Largo-Texto TO Cad-Largo-Texto.
           MOVE WS-Secuencia TO Cad-Secuencia.
           MOVE WS-Control TO Cad-Control.
           MOVE SPACES TO Cad-Sello.
           STRING ";" DELIMITED BY SIZE
               WS-Secuencia DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-Control DELIMITED BY SIZE
               INTO Cad-Sello
           END-STRING.

      *> Largo de WS-Linea sin los blancos del final.
       LargoSinBlancos.
           MOVE 200 TO WS-Largo.
           PERFORM UNTIL WS-Largo = 0
               IF WS-Linea(WS-Largo:1) NOT = SPACE THEN
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-Largo
           END-PERFORM.

      *> Una linea sellada termina en ";" + 8 digitos + ";" + 10
      *> digitos; el texto es lo de antes, sin blancos al final.
       SepararSello.
           MOVE "N" TO WS-Sellada.
           MOVE 0 TO WS-Linea-Secuencia WS-Linea-Control.
           PERFORM LargoSinBlancos.
           MOVE WS-Largo TO WS-Largo-Texto.
           IF WS-Largo < 21 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Linea(WS-Largo - 19:1) NOT = ";" OR
                   WS-Linea(WS-Largo - 10:1) NOT = ";" OR
                   WS-Linea(WS-Largo - 18:8) IS NOT NUMERIC OR
                   WS-Linea(WS-Largo - 9:10) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Sellada.
           MOVE WS-Linea(WS-Largo - 18:8) TO WS-Linea-Secuencia.
           MOVE WS-Linea(WS-Largo - 9:10) TO WS-Linea-Control.
           COMPUTE WS-Largo-Texto = WS-Largo - 20.
           PERFORM UNTIL WS-Largo-Texto = 0
               IF WS-Linea(WS-Largo-Texto:1) NOT = SPACE THEN
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-Largo-Texto
           END-PERFORM.

      *> Control de la linea: parte del control anterior y le pasa
      *> los 8 digitos de la secuencia y los WS-Largo-Texto
      *> caracteres del texto de WS-Linea.
       CalcularControl.
           MOVE WS-Control-Previo TO WS-Acumulado.
           PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 8
               COMPUTE WS-Acumulado = FUNCTION MOD(
                   WS-Acumulado * WS-Multiplicador
                   + FUNCTION ORD(WS-Secuencia-Texto(WS-Pos:1)),
                   WS-Modulo)
           END-PERFORM.
           PERFORM VARYING WS-Pos FROM 1 BY 1
                   UNTIL WS-Pos > WS-Largo-Texto
               COMPUTE WS-Acumulado = FUNCTION MOD(
                   WS-Acumulado * WS-Multiplicador
                   + FUNCTION ORD(WS-Linea(WS-Pos:1)),
                   WS-Modulo)
           END-PERFORM.
           MOVE WS-Acumulado TO WS-Control.

      *> Recorre la cadena y se detiene en el primer problema.
       VerificarCadena.
           MOVE 0 TO Cad-Secuencia Cad-Control Cad-Lineas
               Cad-Sin-Sello Cad-Linea-Mala.
           MOVE "OK" TO Cad-Resultado.
           MOVE SPACES TO Cad-Detalle.
           PERFORM BuscarAncla.

           MOVE Cad-Ruta TO WS-Bitacora-Path.
           OPEN INPUT BitacoraFile.
           IF WS-Bitacora-Status = "35" THEN
               IF WS-Hay-Ancla = "Y" THEN
                   MOVE "NE" TO Cad-Resultado
                   MOVE WS-Ancla-Secuencia TO WS-Num-Edit
                   STRING "el archivo no existe y la ultima "
                           DELIMITED BY SIZE
                       "verificacion llego a la secuencia "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
                       INTO Cad-Detalle
                   END-STRING
               ELSE
                   MOVE "VA" TO Cad-Resultado
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-Bitacora-Status NOT = "00" THEN
               MOVE "ER" TO Cad-Resultado
               STRING "no se pudo abrir, status " DELIMITED BY SIZE
                   WS-Bitacora-Status DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-Iniciada WS-Problema WS-EOF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-Problema = "Y"
               READ BitacoraFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO Cad-Lineas
                       MOVE Bitacora-Rec TO WS-Linea
                       PERFORM RevisarLinea
               END-READ
           END-PERFORM.
           CLOSE BitacoraFile.
           IF WS-Problema = "Y" THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-Hay-Ancla = "Y" AND
                   Cad-Secuencia < WS-Ancla-Secuencia THEN
               MOVE "TR" TO Cad-Resultado
               MOVE Cad-Lineas TO Cad-Linea-Mala
               MOVE WS-Ancla-Secuencia TO WS-Num-Edit
               MOVE Cad-Secuencia TO WS-Num-Edit2
               STRING "faltan lineas al final: la ultima "
                       DELIMITED BY SIZE
                   "verificacion llego a la secuencia "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
                   " y hoy termina en " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Num-Edit2) DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
           END-IF.

       RevisarLinea.
           PERFORM SepararSello.
           IF WS-Sellada = "N" THEN
               IF WS-Iniciada = "N" THEN
                   ADD 1 TO Cad-Sin-Sello
               ELSE
                   MOVE "NS" TO Cad-Resultado
                   STRING "linea sin sello dentro de la cadena "
                           DELIMITED BY SIZE
                       "(agregada o editada a mano)" DELIMITED BY SIZE
                       INTO Cad-Detalle
                   END-STRING
                   PERFORM MarcarProblema
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-Esperada = Cad-Secuencia + 1.
           IF WS-Linea-Secuencia > WS-Esperada THEN
               MOVE "FA" TO Cad-Resultado
               MOVE WS-Esperada TO WS-Num-Edit
               MOVE WS-Linea-Secuencia TO WS-Num-Edit2
               STRING "se esperaba la secuencia " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
                   " y viene la " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Num-Edit2) DELIMITED BY SIZE
                   " (lineas borradas o fuera de orden)"
                       DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               PERFORM MarcarProblema
               EXIT PARAGRAPH
           END-IF.
           IF WS-Linea-Secuencia < WS-Esperada THEN
               MOVE "DE" TO Cad-Resultado
               MOVE WS-Linea-Secuencia TO WS-Num-Edit
               STRING "la secuencia " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
                   " se repite o viene fuera de orden"
                       DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               PERFORM MarcarProblema
               EXIT PARAGRAPH
           END-IF.

           MOVE Cad-Control TO WS-Control-Previo.
           MOVE WS-Linea-Secuencia TO WS-Secuencia.
           PERFORM CalcularControl.
           IF WS-Control NOT = WS-Linea-Control THEN
               MOVE "RO" TO Cad-Resultado
               STRING "el control no cuadra: la linea (o la "
                       DELIMITED BY SIZE
                   "anterior) fue modificada" DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               PERFORM MarcarProblema
               EXIT PARAGRAPH
           END-IF.

      *> La cadena de hoy tiene que pasar por donde paso la ultima
      *> verificacion buena; si no, alguien la recalculo.
           IF WS-Hay-Ancla = "Y" AND
                   WS-Linea-Secuencia = WS-Ancla-Secuencia AND
                   WS-Linea-Control NOT = WS-Ancla-Control THEN
               MOVE "RE" TO Cad-Resultado
               STRING "la cadena fue recalculada desde la ultima "
                       DELIMITED BY SIZE
                   "verificacion" DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               PERFORM MarcarProblema
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-Iniciada.
           MOVE WS-Linea-Secuencia TO Cad-Secuencia.
           MOVE WS-Linea-Control TO Cad-Control.

       MarcarProblema.
           MOVE "Y" TO WS-Problema.
           MOVE Cad-Lineas TO Cad-Linea-Mala.

       BuscarAncla.
           MOVE "N" TO WS-Hay-Ancla.
           MOVE 0 TO WS-Ancla-Secuencia WS-Ancla-Control.
           OPEN INPUT AnclasFile.
           IF WS-Anclas-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AnclasFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF Anc-Ruta = Cad-Ruta AND
                               Anc-Secuencia IS NUMERIC AND
                               Anc-Control IS NUMERIC THEN
                           MOVE "Y" TO WS-Hay-Ancla
                           MOVE Anc-Secuencia TO WS-Ancla-Secuencia
                           MOVE Anc-Control TO WS-Ancla-Control
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AnclasFile.

      *> Regraba las anclas con la de Cad-Ruta al dia. Las de
      *> generaciones fechadas que ya no existen (la purga del job
      *> nocturno las borra) se descartan para que el archivo no
      *> crezca sin fin.
       RegistrarAncla.
           MOVE 0 TO WS-Anc-Cuenta.
           MOVE 0 TO WS-Anc-Hallado-Ix.
           OPEN INPUT AnclasFile.
           IF WS-Anclas-Status = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AnclasFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM GuardarAncla
                   END-READ
               END-PERFORM
               CLOSE AnclasFile
           END-IF.

           IF WS-Anc-Hallado-Ix = 0 THEN
               IF WS-Anc-Cuenta >= WS-Anc-Max THEN
                   MOVE "ER" TO Cad-Resultado
                   MOVE "tabla de anclas llena" TO Cad-Detalle
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Anc-Cuenta
               MOVE WS-Anc-Cuenta TO WS-Anc-Hallado-Ix
               MOVE Cad-Ruta TO Tab-Anc-Ruta(WS-Anc-Hallado-Ix)
           END-IF.
           MOVE Cad-Secuencia TO Tab-Anc-Secuencia(WS-Anc-Hallado-Ix).
           MOVE Cad-Control TO Tab-Anc-Control(WS-Anc-Hallado-Ix).
           MOVE FUNCTION CURRENT-DATE
               TO Tab-Anc-Verificado(WS-Anc-Hallado-Ix).

           OPEN OUTPUT AnclasFile.
           IF WS-Anclas-Status NOT = "00" THEN
               MOVE "ER" TO Cad-Resultado
               STRING "no se pudo grabar " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Anclas-Path) DELIMITED BY SIZE
                   ", status " DELIMITED BY SIZE
                   WS-Anclas-Status DELIMITED BY SIZE
                   INTO Cad-Detalle
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Anc-Ix FROM 1 BY 1
                   UNTIL WS-Anc-Ix > WS-Anc-Cuenta
               MOVE SPACES TO Ancla-Rec
               MOVE Tab-Anc-Ruta(WS-Anc-Ix) TO Anc-Ruta
               MOVE Tab-Anc-Secuencia(WS-Anc-Ix) TO Anc-Secuencia
               MOVE Tab-Anc-Control(WS-Anc-Ix) TO Anc-Control
               MOVE Tab-Anc-Verificado(WS-Anc-Ix) TO Anc-Verificado
               MOVE ";" TO Anc-Sep1 Anc-Sep2 Anc-Sep3
               WRITE Ancla-Rec
           END-PERFORM.
           CLOSE AnclasFile.
           MOVE "OK" TO Cad-Resultado.

       GuardarAncla.
           IF Anc-Ruta = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF Anc-Ruta NOT = Cad-Ruta AND
                   Anc-Ruta(1:15) = "data/CONDAUDIT." THEN
               MOVE Anc-Ruta TO WS-Bitacora-Path
               MOVE "Y" TO WS-Anc-Vigente
               OPEN INPUT BitacoraFile
               IF WS-Bitacora-Status = "35" THEN
                   MOVE "N" TO WS-Anc-Vigente
               END-IF
               IF WS-Bitacora-Status = "00" THEN
                   CLOSE BitacoraFile
               END-IF
               IF WS-Anc-Vigente = "N" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-Anc-Cuenta >= WS-Anc-Max THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Anc-Cuenta.
           MOVE Anc-Ruta TO Tab-Anc-Ruta(WS-Anc-Cuenta).
           MOVE Anc-Secuencia TO Tab-Anc-Secuencia(WS-Anc-Cuenta).
           MOVE Anc-Control TO Tab-Anc-Control(WS-Anc-Cuenta).
           MOVE Anc-Verificado TO Tab-Anc-Verificado(WS-Anc-Cuenta).
           IF Anc-Ruta = Cad-Ruta THEN
               MOVE WS-Anc-Cuenta TO WS-Anc-Hallado-Ix
           END-IF.

       END PROGRAM CadenaAuditoria.
