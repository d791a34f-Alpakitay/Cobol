      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaTiposCambio.

      *> Carga en lote de las tasas del banco central: cada manana
      *> alguien re-tecleaba las tasas en MantenimientoTiposCambio,
      *> moneda por moneda, y un digito cambiado pasaba directo a las
      *> conversiones de Suma. Este paso lee el archivo del banco
      *> (data/TASASBANCO.AAAAMMDD.DAT, una linea Moneda;Tasa;
      *> AAAA-MM-DD por moneda, fecha efectiva vacia = la fecha del
      *> archivo) y aplica cada tasa a data/TIPOSCAMBIO.DAT con su
      *> fecha efectiva, dejando en data/TIPOSCAMBIOLOG.DAT la misma
      *> linea de valor anterior/nuevo que deja el mantenimiento (con
      *> CARGA como operador), que es tambien la historia que consulta
      *> Condicionales por fecha valor.
      *>
      *> Una tasa que se mueve mas de la tolerancia contra la vigente
      *> NO se aplica: queda retenida en data/TASASRETENIDAS.DAT con
      *> la tasa vigente, la propuesta y la variacion, para que
      *> alguien la revise y, si es buena, la fije a mano con el
      *> mantenimiento. Una moneda nueva no tiene contra que
      *> compararse y se aplica. Una linea del archivo que no se
      *> puede leer (moneda en blanco, tasa no numerica o en cero,
      *> fecha invalida o futura) se rechaza sin tocar la tasa.
      *> Retenidas, rechazos o que no llegue el archivo del dia
      *> terminan en condition code 4: la noche sigue con las tasas
      *> vigentes y el aviso queda visible en la manana.
      *>
      *> Uso: CargaTiposCambio [tolerancia%] [AAAA-MM-DD | AAAAMMDD]
      *>      (sin tolerancia: 5; sin fecha: el archivo de hoy)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BancoFile ASSIGN TO DYNAMIC WS-Banco-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Banco-Status.

           SELECT TasasFile ASSIGN TO DYNAMIC WS-Tasas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Status.

           SELECT BitacoraFile ASSIGN TO DYNAMIC WS-Bitacora-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Bitacora-Status.

           SELECT RetenidasFile ASSIGN TO DYNAMIC WS-Retenidas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Retenidas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BancoFile.
           01 Banco-Rec PIC X(40).

       FD TasasFile.
           01 Tasa-Rec PIC X(40).

       FD BitacoraFile.
           01 Bitacora-Rec PIC X(120).

       FD RetenidasFile.
           01 Retenida-Rec PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Banco-Path PIC X(40) VALUE SPACES.
           01 WS-Banco-Status PIC XX VALUE SPACES.
           01 WS-Banco-EOF PIC X VALUE "N".

           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
           01 WS-Tasas-Status PIC XX VALUE SPACES.
           01 WS-Tasas-EOF PIC X VALUE "N".

           01 WS-Bitacora-Path PIC X(40)
               VALUE "data/TIPOSCAMBIOLOG.DAT".
           01 WS-Bitacora-Status PIC XX VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.
      *> Cadena de control de la bitacora (CadenaAuditoria).
           COPY CADENA.
           01 WS-Cadena-CC PIC S9(4) VALUE 0.

           01 WS-Retenidas-Path PIC X(40)
               VALUE "data/TASASRETENIDAS.DAT".
           01 WS-Retenidas-Status PIC XX VALUE SPACES.

      *> Tabla en memoria con el archivo de tasas completo, igual que
      *> en el mantenimiento: se edita aqui y se regraba al final
      *> solo si algo se aplico.
           01 WS-Tasas-Cuenta PIC 9(2) VALUE 0.
           01 Tasas-Tabla.
               05 Tasa-Entrada-Tab OCCURS 20 TIMES.
                   10 Tab-Moneda PIC X(3).
                   10 Tab-Tasa-Alpha PIC X(12).
                   10 Tab-Fecha PIC X(10).
           01 WS-Tasas-Ix PIC 9(2) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(2) VALUE 0.

      *> Linea del banco en proceso.
           01 WS-Campo-1 PIC X(12) VALUE SPACES.
           01 WS-Campo-2 PIC X(12) VALUE SPACES.
           01 WS-Campo-3 PIC X(12) VALUE SPACES.
           01 WS-Moneda-Mayus PIC X(3) VALUE SPACES.
           01 TasaAlpha PIC X(12) VALUE SPACES.
           01 FechaEfectiva PIC X(10) VALUE SPACES.
           01 WS-Tasa-Anterior PIC X(12) VALUE SPACES.
           01 WS-Tasa-Num PIC 9(6)V9(5) VALUE 0.
           01 WS-Tasa-Vigente PIC 9(6)V9(5) VALUE 0.
           01 WS-Linea-Num PIC 9(6) VALUE 0.
           01 WS-Operador PIC X(8) VALUE "CARGA".

      *> Variacion de la tasa propuesta contra la vigente, en
      *> porcentaje con signo; la tolerancia aplica hacia los dos
      *> lados. Un salto que no cabe ni en el campo ancho (vigente
      *> casi en cero) se retiene igual, marcado como desborde, en
      *> lugar de compararse ya truncado.
           01 WS-Variacion PIC S9(9)V9(2) VALUE 0.
           01 WS-Variacion-Edit PIC ---------9.99.
           01 WS-Variacion-Desborde PIC X VALUE "N".
           01 WS-Variacion-Texto PIC X(14) VALUE SPACES.
           01 WS-Variacion-Mensaje PIC X(20) VALUE SPACES.
           01 WS-Tolerancia PIC 9(3)V9(2) VALUE 5.
           01 WS-Tolerancia-Edit PIC ZZ9.99.

      *> Argumentos y fecha del archivo del banco.
           01 WS-Arg-Linea PIC X(80) VALUE SPACES.
           01 WS-Arg-Tolerancia PIC X(20) VALUE SPACES.
           01 WS-Arg-Fecha PIC X(20) VALUE SPACES.
           01 WS-Fecha-Archivo PIC X(8) VALUE SPACES.
           01 WS-Fecha-Archivo-Guiones PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.

      *> Cuentas de la carga.
           01 WS-Aplicadas PIC 9(4) VALUE 0.
           01 WS-Sin-Cambio PIC 9(4) VALUE 0.
           01 WS-Anteriores PIC 9(4) VALUE 0.
           01 WS-Retenidas PIC 9(4) VALUE 0.
           01 WS-Rechazadas PIC 9(4) VALUE 0.
           01 WS-Hay-Cambios PIC X VALUE "N".
           01 WS-Tasas-Grabadas PIC X VALUE "N".

      *> Cambios aplicados en la tabla que esperan a que el archivo
      *> de tasas quede regrabado: la bitacora solo debe contar lo
      *> que de verdad quedo en data/TIPOSCAMBIO.DAT.
           01 WS-Pend-Cuenta PIC 9(3) VALUE 0.
           01 Pend-Tabla.
               05 Pend-Entrada OCCURS 60 TIMES.
                   10 Pend-Moneda PIC X(3).
                   10 Pend-Anterior PIC X(12).
                   10 Pend-Nueva PIC X(12).
                   10 Pend-Fecha PIC X(10).
           01 WS-Pend-Ix PIC 9(3) VALUE 0.

      *> Constancia del paso en el historial de corridas del job
      *> nocturno, como en los demas pasos.
           01 WS-Hist-Programa PIC X(14) VALUE "CARGATASAS".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       CargarTiposCambio.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           MOVE WS-Hist-Inicio(1:8) TO WS-Fecha-Archivo.
           PERFORM DeterminarArgumentos.

           MOVE WS-Tolerancia TO WS-Tolerancia-Edit.
           DISPLAY "===== Carga de tipos de cambio del banco, archivo "
               WS-Fecha-Archivo-Guiones " (tolerancia "
               FUNCTION TRIM(WS-Tolerancia-Edit) "%) =====".

           PERFORM CargarTasas.
           PERFORM LeerArchivoBanco.
           IF WS-Hay-Cambios = "Y" THEN
               PERFORM GrabarTasas
           END-IF.
           IF WS-Tasas-Grabadas = "Y" THEN
               PERFORM VARYING WS-Pend-Ix FROM 1 BY 1
                       UNTIL WS-Pend-Ix > WS-Pend-Cuenta
                   PERFORM RegistrarCambio
               END-PERFORM
           END-IF.
           PERFORM ImprimirResumen.

           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               MOVE WS-Linea-Num TO WS-Hist-Registros
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

           STOP RUN.

      *> Tolerancia opcional (acepta "5" o "5%") y fecha opcional del
      *> archivo del banco, con o sin guiones; la fecha arma el
      *> nombre del archivo y es la fecha efectiva de las lineas que
      *> no traen la suya.
       DeterminarArgumentos.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           UNSTRING WS-Arg-Linea DELIMITED BY ALL SPACES
               INTO WS-Arg-Tolerancia WS-Arg-Fecha
           END-UNSTRING.

           IF WS-Arg-Tolerancia NOT = SPACES THEN
               INSPECT WS-Arg-Tolerancia REPLACING ALL "%" BY SPACE
               IF FUNCTION TEST-NUMVAL(WS-Arg-Tolerancia) NOT = 0 OR
                       FUNCTION NUMVAL(WS-Arg-Tolerancia) <= 0 OR
                       FUNCTION NUMVAL(WS-Arg-Tolerancia) > 999 THEN
                   DISPLAY "Error: tolerancia invalida '"
                       FUNCTION TRIM(WS-Arg-Tolerancia)
                       "', use un porcentaje mayor que 0 y hasta 999."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Arg-Tolerancia) TO WS-Tolerancia
           END-IF.

           IF WS-Arg-Fecha NOT = SPACES THEN
               IF WS-Arg-Fecha(5:1) = "-" AND WS-Arg-Fecha(8:1) = "-"
                       AND WS-Arg-Fecha(11:1) = SPACE THEN
                   MOVE SPACES TO WS-Fecha-Archivo
                   STRING WS-Arg-Fecha(1:4) DELIMITED BY SIZE
                       WS-Arg-Fecha(6:2) DELIMITED BY SIZE
                       WS-Arg-Fecha(9:2) DELIMITED BY SIZE
                       INTO WS-Fecha-Archivo
                   END-STRING
               ELSE
                   IF WS-Arg-Fecha(9:1) = SPACE THEN
                       MOVE WS-Arg-Fecha(1:8) TO WS-Fecha-Archivo
                   ELSE
                       MOVE SPACES TO WS-Fecha-Archivo
                   END-IF
               END-IF
           END-IF.

           MOVE WS-Fecha-Archivo(1:4) TO WS-Fecha-Archivo-Guiones(1:4).
           MOVE "-" TO WS-Fecha-Archivo-Guiones(5:1).
           MOVE WS-Fecha-Archivo(5:2) TO WS-Fecha-Archivo-Guiones(6:2).
           MOVE "-" TO WS-Fecha-Archivo-Guiones(8:1).
           MOVE WS-Fecha-Archivo(7:2) TO WS-Fecha-Archivo-Guiones(9:2).
           CALL "ValidarFecha" USING WS-Fecha-Archivo-Guiones
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               DISPLAY "Error: fecha del archivo invalida '"
                   FUNCTION TRIM(WS-Arg-Fecha) "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) "), use AAAA-MM-DD "
                   "o AAAAMMDD sin fechas futuras."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-Banco-Path.
           STRING "data/TASASBANCO." DELIMITED BY SIZE
               WS-Fecha-Archivo DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Banco-Path
           END-STRING.

      *> Carga el archivo de tasas vigente a la tabla, aceptando el
      *> formato con fecha y el viejo de dos campos, como el
      *> mantenimiento.
       CargarTasas.
           MOVE "N" TO WS-Tasas-EOF.
           MOVE 0 TO WS-Tasas-Cuenta.

           OPEN INPUT TasasFile.
           IF WS-Tasas-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de tipos de "
                   "cambio, se crea con las tasas del banco."
           ELSE
               IF WS-Tasas-Status NOT = "00" THEN
                   DISPLAY "Error abriendo el archivo de tipos de "
                       "cambio: " WS-Tasas-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Tasas-EOF = "Y"
                   READ TasasFile
                       AT END
                           MOVE "Y" TO WS-Tasas-EOF
                       NOT AT END
                           PERFORM GuardarEnTabla
                   END-READ
               END-PERFORM
               CLOSE TasasFile
           END-IF.

       GuardarEnTabla.
           IF Tasa-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Tasas-Cuenta >= 20 THEN
               DISPLAY "Aviso: la tabla de tasas se lleno, se "
                   "ignora la linea " FUNCTION TRIM(Tasa-Rec) "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3.
           UNSTRING Tasa-Rec DELIMITED BY ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3
           END-UNSTRING.
           ADD 1 TO WS-Tasas-Cuenta.
           MOVE FUNCTION UPPER-CASE(WS-Campo-1(1:3))
               TO Tab-Moneda(WS-Tasas-Cuenta).
           MOVE WS-Campo-2 TO Tab-Tasa-Alpha(WS-Tasas-Cuenta).
           MOVE WS-Campo-3(1:10) TO Tab-Fecha(WS-Tasas-Cuenta).

      *> Recorre el archivo del banco linea por linea. Que no haya
      *> llegado no detiene la noche (las tasas vigentes siguen
      *> siendo las oficiales y Suma avisa de las viejas), pero si
      *> queda como aviso.
       LeerArchivoBanco.
           MOVE "N" TO WS-Banco-EOF.
           OPEN INPUT BancoFile.
           IF WS-Banco-Status NOT = "00" THEN
               DISPLAY "Aviso: no llego el archivo de tasas del banco ("
                   FUNCTION TRIM(WS-Banco-Path) "); se quedan las "
                   "tasas vigentes."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Banco-EOF = "Y"
               READ BancoFile
                   AT END
                       MOVE "Y" TO WS-Banco-EOF
                   NOT AT END
                       PERFORM ProcesarLineaBanco
               END-READ
           END-PERFORM.
           CLOSE BancoFile.

      *> Una linea del banco: Moneda;Tasa;AAAA-MM-DD. Se valida como
      *> en el mantenimiento (moneda de tres letras, tasa numerica
      *> mayor que cero, fecha real y no futura), se busca la moneda
      *> en la tabla y se decide: sin cambio, anterior a la vigente,
      *> retenida por variacion, o aplicada.
       ProcesarLineaBanco.
           IF Banco-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Linea-Num.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3.
           UNSTRING Banco-Rec DELIMITED BY ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-Campo-1) TO WS-Campo-1.
           MOVE FUNCTION UPPER-CASE(WS-Campo-1(1:3))
               TO WS-Moneda-Mayus.
           MOVE FUNCTION TRIM(WS-Campo-2) TO TasaAlpha.
           MOVE FUNCTION TRIM(WS-Campo-3) TO FechaEfectiva.

           IF WS-Campo-1(3:1) = SPACE OR
                   WS-Campo-1(4:1) NOT = SPACE THEN
               DISPLAY "Rechazada linea " WS-Linea-Num
                   ": moneda invalida '" FUNCTION TRIM(WS-Campo-1)
                   "'."
               ADD 1 TO WS-Rechazadas
               EXIT PARAGRAPH
           END-IF.
           IF TasaAlpha = SPACES OR
                   FUNCTION TEST-NUMVAL(TasaAlpha) NOT = 0 THEN
               DISPLAY "Rechazada linea " WS-Linea-Num ": la tasa de "
                   WS-Moneda-Mayus " no es numerica ('"
                   FUNCTION TRIM(TasaAlpha) "')."
               ADD 1 TO WS-Rechazadas
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(TasaAlpha) TO WS-Tasa-Num.
           IF WS-Tasa-Num = 0 THEN
               DISPLAY "Rechazada linea " WS-Linea-Num ": la tasa de "
                   WS-Moneda-Mayus " debe ser mayor que cero."
               ADD 1 TO WS-Rechazadas
               EXIT PARAGRAPH
           END-IF.
           IF FechaEfectiva = SPACES THEN
               MOVE WS-Fecha-Archivo-Guiones TO FechaEfectiva
           END-IF.
           CALL "ValidarFecha" USING FechaEfectiva
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               DISPLAY "Rechazada linea " WS-Linea-Num ": fecha "
                   "efectiva de " WS-Moneda-Mayus " invalida ("
                   FUNCTION TRIM(WS-Fecha-Motivo) ")."
               ADD 1 TO WS-Rechazadas
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Tasas-Ix FROM 1 BY 1
                   UNTIL WS-Tasas-Ix > WS-Tasas-Cuenta
               IF Tab-Moneda(WS-Tasas-Ix) = WS-Moneda-Mayus THEN
                   MOVE WS-Tasas-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-Encontrado-Ix = 0 THEN
               PERFORM AgregarMoneda
               EXIT PARAGRAPH
           END-IF.

      *> Una tasa con fecha efectiva anterior a la vigente es un
      *> archivo viejo re-enviado: no debe regresar la tasa.
           IF Tab-Fecha(WS-Encontrado-Ix) NOT = SPACES AND
                   FechaEfectiva < Tab-Fecha(WS-Encontrado-Ix) THEN
               DISPLAY "Sin aplicar " WS-Moneda-Mayus ": efectiva "
                   FechaEfectiva ", anterior a la vigente del "
                   Tab-Fecha(WS-Encontrado-Ix) "."
               ADD 1 TO WS-Anteriores
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(Tab-Tasa-Alpha(WS-Encontrado-Ix))
               TO WS-Tasa-Vigente.
           IF WS-Tasa-Vigente = WS-Tasa-Num AND
                   Tab-Fecha(WS-Encontrado-Ix) = FechaEfectiva THEN
               ADD 1 TO WS-Sin-Cambio
               EXIT PARAGRAPH
           END-IF.

      *> Tolerancia contra la vigente. Una vigente en cero o basura
      *> no sirve de referencia: la tasa del banco se aplica.
           IF WS-Tasa-Vigente > 0 THEN
               MOVE "N" TO WS-Variacion-Desborde
               COMPUTE WS-Variacion ROUNDED =
                   (WS-Tasa-Num - WS-Tasa-Vigente) * 100
                   / WS-Tasa-Vigente
                   ON SIZE ERROR
                       MOVE "Y" TO WS-Variacion-Desborde
               END-COMPUTE
               IF WS-Variacion-Desborde = "Y" OR
                       WS-Variacion > WS-Tolerancia OR
                       WS-Variacion < 0 - WS-Tolerancia THEN
                   PERFORM RetenerTasa
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-Pend-Cuenta >= 60 THEN
               PERFORM RechazarPorCupo
               EXIT PARAGRAPH
           END-IF.
           MOVE Tab-Tasa-Alpha(WS-Encontrado-Ix) TO WS-Tasa-Anterior.
           MOVE TasaAlpha TO Tab-Tasa-Alpha(WS-Encontrado-Ix).
           MOVE FechaEfectiva TO Tab-Fecha(WS-Encontrado-Ix).
           PERFORM AplicarTasa.

       AgregarMoneda.
           IF WS-Tasas-Cuenta >= 20 THEN
               DISPLAY "Rechazada linea " WS-Linea-Num ": la tabla "
                   "de tasas esta llena, no se puede agregar "
                   WS-Moneda-Mayus "."
               ADD 1 TO WS-Rechazadas
               EXIT PARAGRAPH
           END-IF.
           IF WS-Pend-Cuenta >= 60 THEN
               PERFORM RechazarPorCupo
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Tasas-Cuenta.
           MOVE WS-Tasas-Cuenta TO WS-Encontrado-Ix.
           MOVE WS-Moneda-Mayus TO Tab-Moneda(WS-Encontrado-Ix).
           MOVE TasaAlpha TO Tab-Tasa-Alpha(WS-Encontrado-Ix).
           MOVE FechaEfectiva TO Tab-Fecha(WS-Encontrado-Ix).
           MOVE SPACES TO WS-Tasa-Anterior.
           PERFORM AplicarTasa.

      *> Sin lugar para guardar su linea de bitacora, el cambio no se
      *> aplica: una tasa regrabada sin rastro no debe existir.
       RechazarPorCupo.
           DISPLAY "Rechazada linea " WS-Linea-Num ": demasiados "
               "cambios en una sola carga, " WS-Moneda-Mayus
               " queda sin aplicar.".
           ADD 1 TO WS-Rechazadas.

      *> El cambio queda en la tabla y en la lista de pendientes de
      *> bitacora; se registra despues de regrabar el archivo.
       AplicarTasa.
           MOVE "Y" TO WS-Hay-Cambios.
           ADD 1 TO WS-Aplicadas.
           ADD 1 TO WS-Pend-Cuenta.
           MOVE WS-Moneda-Mayus TO Pend-Moneda(WS-Pend-Cuenta).
           MOVE WS-Tasa-Anterior TO Pend-Anterior(WS-Pend-Cuenta).
           MOVE TasaAlpha TO Pend-Nueva(WS-Pend-Cuenta).
           MOVE FechaEfectiva TO Pend-Fecha(WS-Pend-Cuenta).
           IF WS-Tasa-Anterior = SPACES THEN
               DISPLAY "Aplicada " WS-Moneda-Mayus " (moneda nueva): "
                   FUNCTION TRIM(TasaAlpha) " efectiva "
                   FechaEfectiva "."
           ELSE
               DISPLAY "Aplicada " WS-Moneda-Mayus ": "
                   FUNCTION TRIM(WS-Tasa-Anterior) " -> "
                   FUNCTION TRIM(TasaAlpha) " efectiva "
                   FechaEfectiva "."
           END-IF.

      *> La retenida no toca la tabla ni la bitacora de cambios:
      *> deja su linea para revision (cuando, moneda, vigente,
      *> propuesta, fecha efectiva propuesta, variacion) y el
      *> condition code de aviso.
       RetenerTasa.
           ADD 1 TO WS-Retenidas.
           IF WS-Variacion-Desborde = "Y" THEN
               MOVE "DESBORDE" TO WS-Variacion-Texto
               MOVE "fuera de escala" TO WS-Variacion-Mensaje
           ELSE
               MOVE WS-Variacion TO WS-Variacion-Edit
               MOVE FUNCTION TRIM(WS-Variacion-Edit)
                   TO WS-Variacion-Texto
               MOVE SPACES TO WS-Variacion-Mensaje
               STRING FUNCTION TRIM(WS-Variacion-Edit)
                   DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-Variacion-Mensaje
               END-STRING
           END-IF.
           DISPLAY "*** RETENIDA " WS-Moneda-Mayus ": vigente "
               FUNCTION TRIM(Tab-Tasa-Alpha(WS-Encontrado-Ix))
               ", banco " FUNCTION TRIM(TasaAlpha) " ("
               FUNCTION TRIM(WS-Variacion-Mensaje) ", tolerancia "
               FUNCTION TRIM(WS-Tolerancia-Edit) "%); revisela y "
               "fijela con MantenimientoTiposCambio si es buena. ***".

           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           OPEN EXTEND RetenidasFile.
           IF WS-Retenidas-Status = "35" THEN
               OPEN OUTPUT RetenidasFile
           END-IF.
           IF WS-Retenidas-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir el archivo de "
                   "tasas retenidas: " WS-Retenidas-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Retenida-Rec.
           STRING WS-Timestamp DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-Moneda-Mayus DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Tasa-Alpha(WS-Encontrado-Ix))
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(TasaAlpha) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FechaEfectiva DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Variacion-Texto) DELIMITED BY SIZE
               INTO Retenida-Rec
           END-STRING.
           WRITE Retenida-Rec.
           CLOSE RetenidasFile.

      *> La misma linea de bitacora que deja el mantenimiento:
      *> fecha/hora, moneda, tasa anterior (vacia en un alta), tasa
      *> nueva, operador y fecha efectiva. Se llama por cada cambio
      *> pendiente (WS-Pend-Ix) una vez regrabado el archivo.
       RegistrarCambio.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Bitacora-Path TO Cad-Ruta.
           PERFORM LlamarCadena.
           OPEN EXTEND BitacoraFile.
           IF WS-Bitacora-Status = "35" THEN
               OPEN OUTPUT BitacoraFile
           END-IF.
           IF WS-Bitacora-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir la bitacora de "
                   "cambios de tasas: " WS-Bitacora-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Bitacora-Rec.
           STRING WS-Timestamp DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Pend-Moneda(WS-Pend-Ix) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Pend-Anterior(WS-Pend-Ix))
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Pend-Nueva(WS-Pend-Ix)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Operador) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Pend-Fecha(WS-Pend-Ix) DELIMITED BY SPACE
               INTO Bitacora-Rec
           END-STRING.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Bitacora-Rec TO Cad-Linea.
           PERFORM LlamarCadena.
           MOVE SPACES TO Bitacora-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Bitacora-Rec
           END-STRING.
           WRITE Bitacora-Rec.
           CLOSE BitacoraFile.

      *> El CALL deja RETURN-CODE en el del subprograma; se guarda y
      *> se restaura para no perder un aviso ya puesto en la corrida.
       LlamarCadena.
           MOVE RETURN-CODE TO WS-Cadena-CC.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE WS-Cadena-CC TO RETURN-CODE.

      *> Regraba el archivo completo desde la tabla, en el formato
      *> con fecha efectiva. Si no queda grabado, ningun cambio de
      *> la carga pasa a la bitacora.
       GrabarTasas.
           OPEN OUTPUT TasasFile.
           IF WS-Tasas-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de tipos de "
                   "cambio: " WS-Tasas-Status
               DISPLAY "Ninguna tasa de esta carga quedo aplicada ni "
                   "registrada en la bitacora."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Tasas-Ix FROM 1 BY 1
                   UNTIL WS-Tasas-Ix > WS-Tasas-Cuenta
               MOVE SPACES TO Tasa-Rec
               STRING Tab-Moneda(WS-Tasas-Ix) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(Tab-Tasa-Alpha(WS-Tasas-Ix))
                       DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   Tab-Fecha(WS-Tasas-Ix) DELIMITED BY SIZE
                   INTO Tasa-Rec
               END-STRING
               WRITE Tasa-Rec
               IF WS-Tasas-Status NOT = "00" THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE TasasFile.
           IF WS-Tasas-Ix <= WS-Tasas-Cuenta THEN
               DISPLAY "Error grabando el archivo de tipos de "
                   "cambio en " Tab-Moneda(WS-Tasas-Ix) ": "
                   WS-Tasas-Status
               DISPLAY "El archivo de tasas quedo incompleto; "
                   "ningun cambio de esta carga se registra en la "
                   "bitacora."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Tasas-Grabadas.

       ImprimirResumen.
           DISPLAY "Lineas del banco leidas:   " WS-Linea-Num.
           DISPLAY "  Aplicadas:               " WS-Aplicadas.
           DISPLAY "  Sin cambio:              " WS-Sin-Cambio.
           DISPLAY "  Anteriores a la vigente: " WS-Anteriores.
           DISPLAY "  Retenidas por variacion: " WS-Retenidas.
           DISPLAY "  Rechazadas:              " WS-Rechazadas.
           IF RETURN-CODE = 8 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Retenidas > 0 OR WS-Rechazadas > 0 THEN
               DISPLAY "Aviso: hay tasas del banco sin aplicar; vea "
                   FUNCTION TRIM(WS-Retenidas-Path)
                   " y los rechazos de arriba."
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CargaTiposCambio.
