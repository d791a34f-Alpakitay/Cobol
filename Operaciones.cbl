       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACIONES.

      *> Tabla de multiplicar de un factor sobre un rango. Tres formas
      *> de pedirla:
      *>   Operaciones                      (pregunta por pantalla)
      *>   Operaciones Factor Inicio Fin    (una tabla, a pantalla)
      *>   Operaciones P [archivo]          (archivo de parametros)
      *> El archivo de parametros (por omision data/OPERPARAM.DAT)
      *> trae una tabla por linea, "Factor Inicio Fin" separados por
      *> espacios y validados igual que los argumentos de linea de
      *> comando; las lineas en blanco o que empiezan con "*" son
      *> comentario. Todas las tablas salen en un solo reporte
      *> paginado (data/OPERACIONES.AAAAMMDD.RPT) con encabezado por
      *> tabla, numero de pagina y un trailer de la corrida con los
      *> conteos. Una linea de parametros mala se anota en
      *> data/ERRORLOG.LOG y se salta sin tumbar las demas: condition
      *> code 4 si hubo lineas saltadas, 8 si no quedo ninguna tabla
      *> o el archivo no abre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ErrorLog-Status.

           SELECT ParametrosFile ASSIGN TO DYNAMIC WS-Param-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Param-Status.

      *> Reporte impreso de las tablas: paginas fijas de 66 lineas,
      *> igual que el roster.
           SELECT ReporteFile ASSIGN TO DYNAMIC WS-Reporte-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Reporte-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ErrorLogFile.
           01 ErrorLog-Rec PIC X(100).

       FD ParametrosFile.
           01 Param-Rec PIC X(80).

       FD ReporteFile.
           01 Reporte-Linea PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ErrorLog-Path PIC X(40) VALUE "data/ERRORLOG.LOG".

           01 WS-Validar-Num PIC 9(10) VALUE 0.
           01 WS-Validar-OK PIC X VALUE "N".

      *> Linea "Factor Inicio Fin" a validar, sea el argumento de la
      *> linea de comando o una linea del archivo de parametros; un
      *> cuarto token sobrante invalida la linea de parametros.
           01 WS-Linea-Tabla PIC X(80) VALUE SPACES.
           01 WS-Sobrante-Alpha PIC X(10) VALUE SPACES.

      *> Corrida con archivo de parametros.
           01 WS-Arg-Modo-Token PIC X(10) VALUE SPACES.
           01 WS-Arg-Ruta-Token PIC X(40) VALUE SPACES.
           01 WS-Param-Path PIC X(40) VALUE "data/OPERPARAM.DAT".
           01 WS-Param-Status PIC XX VALUE SPACES.
           01 WS-Param-EOF PIC X VALUE "N".
           01 WS-Param-Leidas PIC 9(4) VALUE 0.
           01 WS-Param-Leidas-Edit PIC ZZZ9.
           01 WS-Param-Rechazadas PIC 9(4) VALUE 0.
           01 WS-Param-Motivo PIC X(30) VALUE SPACES.
           01 WS-Tablas PIC 9(4) VALUE 0.
           01 WS-Lineas-Tabla PIC 9(5) VALUE 0.
           01 WS-Lineas-Total PIC 9(6) VALUE 0.
           01 WS-Desbordes PIC 9(4) VALUE 0.
      *> Contador propio del rango en el reporte: con un Fin de 9999
      *> un PIC 9(4) nunca llega a pasarse del fin.
           01 WS-Multiplicador-Rep PIC 9(5) VALUE 0.

      *> Control de paginacion del reporte: 66 lineas por pagina, 60
      *> de contenido, como el roster.
           01 WS-Reporte-Path PIC X(40) VALUE SPACES.
           01 WS-Reporte-Status PIC XX VALUE SPACES.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Hoy-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Corrida PIC X(10) VALUE SPACES.
      *> Con una tabla abierta, el encabezado de cada pagina nueva
      *> repite el de la tabla que sigue de la hoja anterior.
           01 WS-Tabla-Abierta PIC X VALUE "N".
           01 Linea-Trabajo PIC X(80) VALUE SPACES.
           01 Linea-Encabezado PIC X(80) VALUE SPACES.
           01 WS-Tablas-Edit PIC ZZZ9.
           01 WS-Factor-Edit PIC ZZZ9.
           01 WS-Inicio-Edit PIC ZZZ9.
           01 WS-Fin-Edit PIC ZZZ9.
           01 WS-Lineas-Edit PIC ZZZZZ9.

           01 Linea-Detalle.
               05 FILLER PIC X(4) VALUE SPACES.
               05 Det-Factor PIC ZZZ9.
               05 FILLER PIC X(3) VALUE " x ".
               05 Det-Multiplicador PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE " = ".
               05 Det-Resultado PIC -(10)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-Nota PIC X(30) VALUE SPACES.

       *> Sumas Resultados: mismo layout estandar de montos que usan
       *> Suma y Condicionales (copybooks/WSAMOUNT.cpy).
           COPY WSAMOUNT REPLACING FIELD-NAME BY Resultado
               MOVE "Y" TO WS-Arg-Valido.
               ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
               IF WS-Arg-Linea NOT = SPACES THEN
                   UNSTRING WS-Arg-Linea DELIMITED BY ALL SPACES
                       INTO WS-Arg-Modo-Token WS-Arg-Ruta-Token
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(WS-Arg-Modo-Token) = "P"
                           THEN
                       IF WS-Arg-Ruta-Token NOT = SPACES THEN
                           MOVE WS-Arg-Ruta-Token TO WS-Param-Path
                       END-IF
                       PERFORM ProcesoParametros
      *> Las tablas ya salieron al reporte; la tabla unica de
      *> pantalla de abajo no aplica.
                       MOVE "N" TO WS-Arg-Valido
                   ELSE
                       PERFORM ProcesarArgLinea
                   END-IF
               ELSE
                   DISPLAY "Factor para la tabla de multiplicar: "
                   ACCEPT Factor
      *> Factor/RangoInicio/RangoFin, en vez de confiar en que
      *> UNSTRING hacia un campo numerico trunque sin avisar.
       ProcesarArgLinea.
           MOVE WS-Arg-Linea TO WS-Linea-Tabla.
           PERFORM ValidarLineaTabla.

           IF WS-Arg-Valido = "N" THEN
               DISPLAY "Error: Factor/RangoInicio/RangoFin deben ser "
                   "numericos de hasta 4 digitos (0-9999), argumento "
                   "de linea de comando rechazado."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Separa WS-Linea-Tabla en sus tres campos y los valida uno por
      *> uno; deja Factor/RangoInicio/RangoFin cargados y la bandera
      *> en WS-Arg-Valido.
       ValidarLineaTabla.
           MOVE "Y" TO WS-Arg-Valido.
           MOVE SPACES TO WS-Factor-Alpha WS-RangoInicio-Alpha
               WS-RangoFin-Alpha WS-Sobrante-Alpha.
           UNSTRING WS-Linea-Tabla DELIMITED BY ALL SPACES
               INTO WS-Factor-Alpha WS-RangoInicio-Alpha
                   WS-RangoFin-Alpha WS-Sobrante-Alpha
           END-UNSTRING.

           MOVE WS-Factor-Alpha TO WS-Validar-Alpha.
               MOVE "N" TO WS-Arg-Valido
           END-IF.

      *> Valida que WS-Validar-Alpha sea numerico y que quepa en un
      *> PIC 9(4) (0-9999) sin truncarse; deja el valor en
      *> WS-Validar-Num y la bandera en WS-Validar-OK.
           END-STRING.
           WRITE ErrorLog-Rec.

      *> Corrida con archivo de parametros: una tabla por linea valida
      *> al reporte paginado, las lineas malas a la bitacora de
      *> errores.
       ProcesoParametros.
           OPEN INPUT ParametrosFile.
           IF WS-Param-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de parametros "
                   FUNCTION TRIM(WS-Param-Path) ": " WS-Param-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).
           STRING "data/OPERACIONES." DELIMITED BY SIZE
               WS-Hoy-AAAAMMDD DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Reporte-Path
           END-STRING.

           OPEN OUTPUT ReporteFile.
           IF WS-Reporte-Status NOT = "00" THEN
               DISPLAY "Error abriendo el reporte de tablas "
                   FUNCTION TRIM(WS-Reporte-Path) ": "
                   WS-Reporte-Status
               MOVE 8 TO RETURN-CODE
               CLOSE ParametrosFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM NuevaPagina.

           MOVE "N" TO WS-Param-EOF.
           PERFORM UNTIL WS-Param-EOF = "Y"
               READ ParametrosFile
                   AT END
                       MOVE "Y" TO WS-Param-EOF
                   NOT AT END
                       PERFORM ProcesarLineaParametro
               END-READ
           END-PERFORM.
           CLOSE ParametrosFile.

           PERFORM EscribirTrailerCorrida.
           PERFORM RellenarPagina.
           CLOSE ReporteFile.

           DISPLAY "Reporte de tablas en "
               FUNCTION TRIM(WS-Reporte-Path) " (" WS-Pagina
               " paginas, " WS-Tablas " tablas, " WS-Lineas-Total
               " lineas, " WS-Param-Rechazadas
               " lineas de parametros saltadas).".

           IF WS-Tablas = 0 THEN
               DISPLAY "Error: el archivo de parametros "
                   FUNCTION TRIM(WS-Param-Path)
                   " no trae ninguna tabla valida."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-Param-Rechazadas > 0 AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Una linea del archivo de parametros: comentario, tabla valida
      *> o linea mala que se anota y se salta.
       ProcesarLineaParametro.
           ADD 1 TO WS-Param-Leidas.
           MOVE FUNCTION TRIM(Param-Rec) TO WS-Linea-Tabla.
           IF WS-Linea-Tabla = SPACES OR WS-Linea-Tabla(1:1) = "*"
                   THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM ValidarLineaTabla.
           MOVE SPACES TO WS-Param-Motivo.
           EVALUATE TRUE
               WHEN WS-RangoInicio-Alpha = SPACES OR
                       WS-RangoFin-Alpha = SPACES
                   MOVE "FALTAN-CAMPOS" TO WS-Param-Motivo
               WHEN WS-Sobrante-Alpha NOT = SPACES
                   MOVE "CAMPOS-DE-MAS" TO WS-Param-Motivo
               WHEN WS-Arg-Valido = "N"
                   MOVE "NO-NUMERICO" TO WS-Param-Motivo
               WHEN RangoInicio > RangoFin
                   MOVE "RANGO-INVERTIDO" TO WS-Param-Motivo
           END-EVALUATE.
           IF WS-Param-Motivo NOT = SPACES THEN
               ADD 1 TO WS-Param-Rechazadas
               MOVE WS-Param-Leidas TO WS-Param-Leidas-Edit
               DISPLAY "Aviso: linea "
                   FUNCTION TRIM(WS-Param-Leidas-Edit)
                   " de parametros rechazada ("
                   FUNCTION TRIM(WS-Param-Motivo) "): "
                   FUNCTION TRIM(WS-Linea-Tabla)
               PERFORM RegistrarErrorParametro
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-Tablas.
           PERFORM ImprimirTabla.

      *> Imprime una tabla completa: su bloque de encabezado (en una
      *> pagina nueva si ya no cabe junto con al menos un renglon),
      *> un renglon por multiplicador y el subtotal de la tabla.
       ImprimirTabla.
           MOVE "N" TO WS-Tabla-Abierta.
           IF WS-Linea-En-Pagina + 4 > WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           PERFORM ArmarEncabezadoTabla.
           MOVE Linea-Encabezado TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE "Y" TO WS-Tabla-Abierta.

           MOVE 0 TO WS-Lineas-Tabla.
           PERFORM VARYING WS-Multiplicador-Rep FROM RangoInicio BY 1
                   UNTIL WS-Multiplicador-Rep > RangoFin
               MOVE WS-Multiplicador-Rep TO Multiplicador
               MOVE Factor TO Det-Factor
               MOVE Multiplicador TO Det-Multiplicador
               MOVE SPACES TO Det-Nota
               COMPUTE Resultado = Factor * Multiplicador
                   ON SIZE ERROR
                       MOVE 0 TO Det-Resultado
                       MOVE "DESBORDE" TO Det-Nota
                       PERFORM RegistrarErrorDesborde
                       ADD 1 TO WS-Desbordes
                       MOVE 8 TO RETURN-CODE
                   NOT ON SIZE ERROR
                       MOVE Resultado TO Det-Resultado
               END-COMPUTE
               MOVE Linea-Detalle TO Linea-Trabajo
               PERFORM EscribirLineaReporte
               ADD 1 TO WS-Lineas-Tabla
               ADD 1 TO WS-Hist-Registros
           END-PERFORM.
           ADD WS-Lineas-Tabla TO WS-Lineas-Total.
           MOVE "N" TO WS-Tabla-Abierta.

           MOVE WS-Lineas-Tabla TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "    Lineas de la tabla: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Lineas-Edit) DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

      *> Titulo de la tabla en curso (numero, factor y rango).
       ArmarEncabezadoTabla.
           MOVE WS-Tablas TO WS-Tablas-Edit.
           MOVE Factor TO WS-Factor-Edit.
           MOVE RangoInicio TO WS-Inicio-Edit.
           MOVE RangoFin TO WS-Fin-Edit.
           MOVE SPACES TO Linea-Encabezado.
           STRING "TABLA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tablas-Edit) DELIMITED BY SIZE
               ":  FACTOR " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Factor-Edit) DELIMITED BY SIZE
               "  RANGO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Inicio-Edit) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Fin-Edit) DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.

      *> Cierra la pagina en curso y abre la siguiente con el titulo
      *> del reporte, la fecha y el numero de pagina; si una tabla
      *> viene de la hoja anterior, repite su titulo.
       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "TABLAS DE MULTIPLICAR" DELIMITED BY SIZE
               "          FECHA: " DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.
           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           IF WS-Tabla-Abierta = "Y" THEN
               PERFORM ArmarEncabezadoTabla
               MOVE "  (CONTINUACION)" TO Linea-Encabezado(60:16)
               PERFORM EscribirLineaEncabezado
               MOVE SPACES TO Linea-Encabezado
               PERFORM EscribirLineaEncabezado
           END-IF.

      *> Escritura directa de una linea del bloque de encabezado, sin
      *> control de salto y sin tocar Linea-Trabajo (puede traer la
      *> linea pendiente que disparo el salto).
       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

      *> Completa la pagina en curso hasta las 66 lineas.
       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Reporte-Linea
                   WRITE Reporte-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaReporte.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

      *> Trailer de la corrida: de donde salieron las tablas y los
      *> conteos para cuadrar el reporte contra el archivo.
       EscribirTrailerCorrida.
           IF WS-Linea-En-Pagina + 7 > WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE ALL "-" TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           STRING "FIN DE CORRIDA - PARAMETROS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Param-Path) DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Param-Leidas TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "  Lineas de parametros leidas:   " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Param-Rechazadas TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "  Lineas rechazadas (ERRORLOG):  " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Tablas TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "  Tablas impresas:               " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Lineas-Total TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "  Lineas de tabla impresas:      " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Desbordes TO WS-Lineas-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "  Desbordes:                     " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.

      *> Linea de parametros rechazada a la bitacora compartida, con
      *> el mismo formato de cuatro campos (la marca de tiempo al
      *> final) que ReporteExcepciones sabe leer: programa, numero de
      *> linea y motivo, y la marca de tiempo.
       RegistrarErrorParametro.
           MOVE FUNCTION CURRENT-DATE TO WS-ErrorLog-Timestamp.
           MOVE SPACES TO ErrorLog-Rec.
           STRING "OPERPARAM" DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-Param-Leidas DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Param-Motivo) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-ErrorLog-Timestamp DELIMITED BY SIZE
               INTO ErrorLog-Rec
           END-STRING.
           WRITE ErrorLog-Rec.

       END PROGRAM OPERACIONES.
