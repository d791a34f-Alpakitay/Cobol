      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteVarianzaSuma.

      *> Real contra presupuesto por sucursal: toma los subtotales que
      *> Suma deja cada noche en data/SUMASUCURSALES.DAT y los compara
      *> con el presupuesto mensual de data/PRESUPUESTOS.DAT (el que
      *> mantiene MantenimientoPresupuestos), en el mes (lo que va del
      *> mes) y en el anio (lo que va del anio hasta ese mes). Por
      *> sucursal muestra real, presupuesto, variacion y variacion en
      *> porcentaje, y marca FUERA la que se aparta mas que la
      *> tolerancia (10% si no se indica otra) y SIN PPTO la que
      *> consolido sin tener presupuesto. Las noches que la sucursal
      *> paso en cuarentena se cuentan y se listan, para que un mes
      *> "bajo" por una noche que no entro no se lea como una baja de
      *> la sucursal: la noche cuenta como recuperada cuando la
      *> sucursal se consolido despues el mismo dia.
      *>
      *> El presupuesto del mes en curso se prorratea por los dias ya
      *> corridos (al dia 10 de un mes de 30 se espera un tercio); un
      *> mes futuro todavia no espera nada. Los ajustes de AjustesSuma
      *> van al acumulado sin sucursal y no entran en esta comparacion;
      *> la hoja final lo aclara. Termina con CC 4 si hay sucursales
      *> marcadas o noches en cuarentena que no se recuperaron.
      *>
      *> Uso: ReporteVarianzaSuma [AAAA-MM] [tolerancia%]
      *>      (sin mes: el mes actual; sin tolerancia: 10)
      *> Salida: data/VARIANZASUMA.AAAAMM.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SucursalesFile ASSIGN TO DYNAMIC WS-Sucs-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Sucs-Status.

           SELECT PresupuestosFile ASSIGN TO DYNAMIC WS-Pres-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pres-Status.

           SELECT SubtotalesFile ASSIGN TO DYNAMIC WS-Subtotales-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Subtotales-Status.

           SELECT VarianzaFile ASSIGN TO DYNAMIC WS-Varianza-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Varianza-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SucursalesFile.
           COPY SUCURSAL.

       FD PresupuestosFile.
           COPY PRESUPUESTO.

       FD SubtotalesFile.
           COPY SUBTOTALSUC.

       FD VarianzaFile.
           01 Varianza-Linea PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Sucs-Path PIC X(40)
               VALUE "data/SUCURSALES.DAT".
           01 WS-Sucs-Status PIC XX VALUE SPACES.
           01 WS-Sucs-EOF PIC X VALUE "N".
           01 WS-Pres-Path PIC X(40)
               VALUE "data/PRESUPUESTOS.DAT".
           01 WS-Pres-Status PIC XX VALUE SPACES.
           01 WS-Pres-EOF PIC X VALUE "N".
           01 WS-Subtotales-Path PIC X(40)
               VALUE "data/SUMASUCURSALES.DAT".
           01 WS-Subtotales-Status PIC XX VALUE SPACES.
           01 WS-Subtotales-EOF PIC X VALUE "N".
           01 WS-Varianza-Path PIC X(40) VALUE SPACES.
           01 WS-Varianza-Status PIC XX VALUE SPACES.

      *> Argumentos: mes AAAA-MM y tolerancia en porcentaje.
           01 WS-Arg-Linea PIC X(60) VALUE SPACES.
           01 WS-Arg-Mes PIC X(20) VALUE SPACES.
           01 WS-Arg-Tolerancia PIC X(20) VALUE SPACES.
           01 WS-Tolerancia PIC 9(3)V9(2) VALUE 10.
           01 WS-Tolerancia-Edit PIC ZZ9.99.

      *> Mes del reporte, igual que ReporteCostoLaboral: el fin de mes
      *> se saca restando un dia al primero del mes siguiente.
           01 WS-Mes PIC X(7) VALUE SPACES.
           01 WS-Mes-Inicio PIC X(10) VALUE SPACES.
           01 WS-Anio-Num PIC 9(4) VALUE 0.
           01 WS-Mes-Num PIC 9(2) VALUE 0.
           01 WS-Siguiente-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-Alpha PIC X(8) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Mes-AAAAMM PIC X(6) VALUE SPACES.

      *> Prorrateo del mes en curso: dias corridos sobre dias del mes.
           01 WS-Hoy-Mes PIC X(7) VALUE SPACES.
           01 WS-Dias-Mes PIC 9(2) VALUE 0.
           01 WS-Dias-Corridos PIC 9(2) VALUE 0.
           01 WS-Ppto-Aplicable PIC 9(10)V9(2) VALUE 0.

      *> Una entrada por sucursal: las de la referencia en su orden y
      *> detras las que aparecen en los subtotales o el presupuesto
      *> sin estar en la referencia (estado "?").
           01 Var-Tabla.
               05 Var-Entrada OCCURS 60 TIMES.
                   10 Var-Codigo PIC X(10).
                   10 Var-Estado PIC X(1).
                   10 Var-Real-Mes PIC S9(12)V9(2).
                   10 Var-Ppto-Mes PIC 9(12)V9(2).
                   10 Var-Real-Anio PIC S9(12)V9(2).
                   10 Var-Ppto-Anio PIC 9(12)V9(2).
                   10 Var-Noches-Q PIC 9(3).
                   10 Var-Noches-Perdidas PIC 9(3).
           01 WS-Var-Usados PIC 9(2) VALUE 0.
           01 WS-Var-Ix PIC 9(2) VALUE 0.
           01 WS-Var-Hallado-Ix PIC 9(2) VALUE 0.
           01 WS-Busca-Codigo PIC X(10) VALUE SPACES.

      *> Subtotales del periodo, una entrada por fecha y sucursal con
      *> lo que dijo su ULTIMA linea, como los lee Suma al retomar:
      *> una corrida retomada o repetida el mismo dia que vuelve a
      *> dejar la linea de una sucursal no la cuenta dos veces.
      *> Sub-Hubo-Q recuerda si esa noche paso por cuarentena, aunque
      *> despues se haya recuperado.
           01 WS-Sub-Cuenta PIC 9(4) VALUE 0.
           01 WS-Sub-Max PIC 9(4) VALUE 9000.
           01 Sub-Tabla.
               05 Sub-Entrada OCCURS 9000 TIMES.
                   10 Sub-Fecha PIC X(8).
                   10 Sub-Codigo PIC X(10).
                   10 Sub-Estado PIC X(1).
                   10 Sub-Monto PIC S9(10)V9(2).
                   10 Sub-Motivo PIC X(30).
                   10 Sub-Hubo-Q PIC X(1).
           01 WS-Sub-Ix PIC 9(4) VALUE 0.
           01 WS-Sub-Hallado-Ix PIC 9(4) VALUE 0.

      *> Noches en cuarentena del mes, en el orden del archivo.
           01 WS-Q-Cuenta PIC 9(3) VALUE 0.
           01 WS-Q-Max PIC 9(3) VALUE 300.
           01 Q-Tabla.
               05 Q-Entrada OCCURS 300 TIMES.
                   10 Q-Fecha PIC X(8).
                   10 Q-Codigo PIC X(10).
                   10 Q-Motivo PIC X(30).
                   10 Q-Recuperada PIC X(1).
           01 WS-Q-Ix PIC 9(3) VALUE 0.
           01 WS-Q-Total PIC 9(4) VALUE 0.
           01 WS-Q-Perdidas PIC 9(4) VALUE 0.

      *> Totales y calculo de cada renglon.
           01 WS-Total-Real-Mes PIC S9(12)V9(2) VALUE 0.
           01 WS-Total-Ppto-Mes PIC 9(12)V9(2) VALUE 0.
           01 WS-Total-Real-Anio PIC S9(12)V9(2) VALUE 0.
           01 WS-Total-Ppto-Anio PIC 9(12)V9(2) VALUE 0.
           01 WS-Real PIC S9(12)V9(2) VALUE 0.
           01 WS-Ppto PIC 9(12)V9(2) VALUE 0.
           01 WS-Variacion PIC S9(12)V9(2) VALUE 0.
           01 WS-Var-Pct PIC S9(7)V9 VALUE 0.
           01 WS-Var-Pct-Abs PIC 9(7)V9 VALUE 0.
           01 WS-Fuera PIC X VALUE "N".
           01 WS-Sin-Ppto PIC X VALUE "N".
           01 WS-Marcadas PIC 9(3) VALUE 0.
           01 WS-Sucursal-Marcada PIC X VALUE "N".
           01 WS-Subtotales-Leidos PIC 9(6) VALUE 0.
           01 WS-Primer-Subtotal PIC X(8) VALUE SPACES.

      *> Paginacion del archivo de impresion, igual que ReporteRoster.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Hoy-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Corrida PIC X(10) VALUE SPACES.
           01 Linea-Trabajo PIC X(100) VALUE SPACES.
           01 Linea-Encabezado PIC X(100) VALUE SPACES.
           01 WS-Titulo-Columnas.
               05 FILLER PIC X(12) VALUE "SUCURSAL".
               05 FILLER PIC X(5) VALUE "PER.".
               05 FILLER PIC X(18) VALUE "            REAL".
               05 FILLER PIC X(18) VALUE "     PRESUPUESTO".
               05 FILLER PIC X(18) VALUE "       VARIACION".
               05 FILLER PIC X(10) VALUE "    VAR%".
               05 FILLER PIC X(6) VALUE "  Q".
               05 FILLER PIC X(15) VALUE "MARCA".

      *> Renglon del cuadro: dos por sucursal (MES y ANIO).
           01 Linea-Detalle.
               05 Det-Codigo PIC X(10).
               05 Det-Sep1 PIC X(2) VALUE SPACES.
               05 Det-Periodo PIC X(4).
               05 Det-Sep2 PIC X(1) VALUE SPACES.
               05 Det-Real PIC -,---,---,--9.99.
               05 Det-Sep3 PIC X(2) VALUE SPACES.
               05 Det-Ppto PIC X(16).
               05 Det-Sep4 PIC X(2) VALUE SPACES.
               05 Det-Variacion PIC X(16).
               05 Det-Sep5 PIC X(2) VALUE SPACES.
               05 Det-Pct PIC X(8).
               05 Det-Sep6 PIC X(2) VALUE SPACES.
               05 Det-Noches PIC X(4).
               05 Det-Sep7 PIC X(2) VALUE SPACES.
               05 Det-Marca PIC X(13).
           01 WS-Monto-Edit PIC -,---,---,--9.99.
           01 WS-Pct-Edit PIC -----9.9.
           01 WS-Noches-Edit PIC ZZZ9.
           01 WS-Cuenta-Edit PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Reportar.
           DISPLAY "===== Real contra Presupuesto por Sucursal =====".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).
           MOVE WS-Fecha-Corrida(1:7) TO WS-Hoy-Mes.

           PERFORM DeterminarArgumentos.
           PERFORM CargarReferencia.
           PERFORM CargarPresupuestos.
           PERFORM CargarSubtotales.

           OPEN OUTPUT VarianzaFile.
           IF WS-Varianza-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de impresion de la "
                   "varianza: " WS-Varianza-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.
           PERFORM ImprimirCuadro.
           PERFORM ImprimirCuarentenas.
           PERFORM ImprimirHojaFinal.
           PERFORM RellenarPagina.
           CLOSE VarianzaFile.

           MOVE WS-Total-Real-Mes TO WS-Monto-Edit.
           DISPLAY "Real de " WS-Mes ": " FUNCTION TRIM(WS-Monto-Edit)
               " en " WS-Var-Usados " sucursales.".
           DISPLAY "Reporte impreso en " FUNCTION TRIM(WS-Varianza-Path)
               " (" WS-Pagina " paginas).".
           IF WS-Marcadas > 0 OR WS-Q-Perdidas > 0 THEN
               DISPLAY "Excepciones: " WS-Marcadas
                   " sucursales marcadas, " WS-Q-Perdidas
                   " noches en cuarentena sin recuperar."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> AAAA-MM (o el mes en curso) validado como el primero de ese
      *> mes, y la tolerancia opcional (acepta "15" o "15%").
       DeterminarArgumentos.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           UNSTRING WS-Arg-Linea DELIMITED BY ALL SPACES
               INTO WS-Arg-Mes WS-Arg-Tolerancia
           END-UNSTRING.
           IF WS-Arg-Mes = SPACES THEN
               MOVE WS-Hoy-Mes TO WS-Mes
           ELSE
               MOVE FUNCTION TRIM(WS-Arg-Mes) TO WS-Mes
           END-IF.
           MOVE SPACES TO WS-Mes-Inicio.
           STRING WS-Mes DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO WS-Mes-Inicio
           END-STRING.
           CALL "ValidarFecha" USING WS-Mes-Inicio WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" AND
                   FUNCTION TRIM(WS-Fecha-Motivo) NOT = "FECHA-FUTURA"
                   THEN
               DISPLAY "Error: mes invalido '"
                   FUNCTION TRIM(WS-Arg-Mes) "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) "), use AAAA-MM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-Arg-Tolerancia NOT = SPACES THEN
               INSPECT WS-Arg-Tolerancia REPLACING ALL "%" BY SPACE
               IF FUNCTION TEST-NUMVAL(WS-Arg-Tolerancia) NOT = 0 OR
                       FUNCTION NUMVAL(WS-Arg-Tolerancia) < 0 OR
                       FUNCTION NUMVAL(WS-Arg-Tolerancia) > 999 THEN
                   DISPLAY "Error: tolerancia invalida '"
                       FUNCTION TRIM(WS-Arg-Tolerancia)
                       "', use un porcentaje de 0 a 999."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Arg-Tolerancia) TO WS-Tolerancia
           END-IF.

           MOVE WS-Mes(1:4) TO WS-Anio-Num.
           MOVE WS-Mes(6:2) TO WS-Mes-Num.
           MOVE WS-Mes(1:4) TO WS-Mes-AAAAMM(1:4).
           MOVE WS-Mes(6:2) TO WS-Mes-AAAAMM(5:2).
           IF WS-Mes-Num = 12 THEN
               COMPUTE WS-Siguiente-AAAAMMDD =
                   (WS-Anio-Num + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Siguiente-AAAAMMDD =
                   WS-Anio-Num * 10000 + (WS-Mes-Num + 1) * 100 + 1
           END-IF.
           COMPUTE WS-Fin-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Siguiente-AAAAMMDD) - 1).
           MOVE WS-Fin-AAAAMMDD TO WS-Fin-Alpha.
           MOVE WS-Fin-Alpha(7:2) TO WS-Dias-Mes.
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Dias-Corridos.

           MOVE SPACES TO WS-Varianza-Path.
           STRING "data/VARIANZASUMA." DELIMITED BY SIZE
               WS-Mes-AAAAMM DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Varianza-Path
           END-STRING.

      *> La referencia da el orden del cuadro; sin ella el cuadro sale
      *> solo con los codigos que aparezcan en los archivos.
       CargarReferencia.
           OPEN INPUT SucursalesFile.
           IF WS-Sucs-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir la referencia de "
                   "sucursales: " WS-Sucs-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Sucs-EOF = "Y"
               READ SucursalesFile
                   AT END
                       MOVE "Y" TO WS-Sucs-EOF
                   NOT AT END
                       IF Sucursal-Rec NOT = SPACES THEN
                           MOVE FUNCTION UPPER-CASE(Suc-Codigo)
                               TO WS-Busca-Codigo
                           PERFORM BuscarSucursal
                           IF WS-Var-Hallado-Ix > 0 THEN
                               MOVE Suc-Estado
                                   TO Var-Estado(WS-Var-Hallado-Ix)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SucursalesFile.

      *> Busca WS-Busca-Codigo en la tabla y la agrega (estado "?")
      *> si no esta; deja WS-Var-Hallado-Ix (0 = la tabla se lleno).
       BuscarSucursal.
           MOVE 0 TO WS-Var-Hallado-Ix.
           PERFORM VARYING WS-Var-Ix FROM 1 BY 1
                   UNTIL WS-Var-Ix > WS-Var-Usados
               IF Var-Codigo(WS-Var-Ix) = WS-Busca-Codigo THEN
                   MOVE WS-Var-Ix TO WS-Var-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Var-Hallado-Ix > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Var-Usados >= 60 THEN
               DISPLAY "Aviso: la tabla de sucursales se lleno, no se "
                   "acumula " WS-Busca-Codigo "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Var-Usados.
           MOVE WS-Var-Usados TO WS-Var-Hallado-Ix.
           MOVE WS-Busca-Codigo TO Var-Codigo(WS-Var-Hallado-Ix).
           MOVE "?" TO Var-Estado(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Real-Mes(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Ppto-Mes(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Real-Anio(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Ppto-Anio(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Noches-Q(WS-Var-Hallado-Ix).
           MOVE 0 TO Var-Noches-Perdidas(WS-Var-Hallado-Ix).

      *> Del presupuesto solo cuentan los meses del anio del reporte
      *> hasta el mes del reporte. Cada mes aporta completo si ya
      *> termino, prorrateado por dias si es el mes en curso y nada
      *> si todavia no empieza.
       CargarPresupuestos.
           OPEN INPUT PresupuestosFile.
           IF WS-Pres-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de presupuestos; "
                   "todo lo consolidado sale SIN PPTO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Pres-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de presupuestos: "
                   WS-Pres-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Pres-EOF = "Y"
               READ PresupuestosFile
                   AT END
                       MOVE "Y" TO WS-Pres-EOF
                   NOT AT END
                       PERFORM AcumularPresupuesto
               END-READ
           END-PERFORM.
           CLOSE PresupuestosFile.

       AcumularPresupuesto.
           IF Presupuesto-Rec = SPACES OR
                   Pres-Mes(1:4) NOT = WS-Mes(1:4) OR
                   Pres-Mes > WS-Mes THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Pres-Codigo) TO WS-Busca-Codigo.
           PERFORM BuscarSucursal.
           IF WS-Var-Hallado-Ix = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN Pres-Mes < WS-Hoy-Mes
                   MOVE Pres-Monto TO WS-Ppto-Aplicable
               WHEN Pres-Mes = WS-Hoy-Mes
                   COMPUTE WS-Ppto-Aplicable ROUNDED =
                       Pres-Monto * WS-Dias-Corridos / WS-Dias-Mes
               WHEN OTHER
                   MOVE 0 TO WS-Ppto-Aplicable
           END-EVALUATE.
           ADD WS-Ppto-Aplicable TO Var-Ppto-Anio(WS-Var-Hallado-Ix).
           IF Pres-Mes = WS-Mes THEN
               ADD WS-Ppto-Aplicable
                   TO Var-Ppto-Mes(WS-Var-Hallado-Ix)
           END-IF.

      *> Subtotales del anio hasta el fin del mes del reporte. Una "C"
      *> suma al real; una "Q" del mes se anota como noche en
      *> cuarentena, y una "C" posterior de la misma sucursal y la
      *> misma fecha la da por recuperada. Primero se juntan las
      *> lineas por fecha y sucursal (GuardarSubtotal) y despues se
      *> acumula cada entrada una sola vez.
       CargarSubtotales.
           OPEN INPUT SubtotalesFile.
           IF WS-Subtotales-Status = "35" THEN
               DISPLAY "Aviso: todavia no hay subtotales por sucursal "
                   "(" FUNCTION TRIM(WS-Subtotales-Path) ")."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Subtotales-Status NOT = "00" THEN
               DISPLAY "Error abriendo los subtotales por sucursal: "
                   WS-Subtotales-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Subtotales-EOF = "Y"
               READ SubtotalesFile
                   AT END
                       MOVE "Y" TO WS-Subtotales-EOF
                   NOT AT END
                       PERFORM GuardarSubtotal
               END-READ
           END-PERFORM.
           CLOSE SubtotalesFile.
           PERFORM VARYING WS-Sub-Ix FROM 1 BY 1
                   UNTIL WS-Sub-Ix > WS-Sub-Cuenta
               PERFORM AcumularSubtotal
           END-PERFORM.

      *> El archivo va en orden de fecha, asi que la entrada de la
      *> misma fecha y sucursal, si ya existe, esta entre las ultimas
      *> de la tabla: se busca hacia atras mientras la fecha sea la
      *> misma.
       GuardarSubtotal.
           IF SubtotalSuc-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Primer-Subtotal = SPACES OR
                   SubS-Fecha < WS-Primer-Subtotal THEN
               MOVE SubS-Fecha TO WS-Primer-Subtotal
           END-IF.
           IF SubS-Fecha(1:4) NOT = WS-Mes(1:4) OR
                   SubS-Fecha(1:6) > WS-Mes-AAAAMM THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Subtotales-Leidos.
           MOVE FUNCTION UPPER-CASE(SubS-Codigo) TO WS-Busca-Codigo.

           MOVE 0 TO WS-Sub-Hallado-Ix.
           PERFORM VARYING WS-Sub-Ix FROM WS-Sub-Cuenta BY -1
                   UNTIL WS-Sub-Ix < 1
               IF Sub-Fecha(WS-Sub-Ix) NOT = SubS-Fecha THEN
                   EXIT PERFORM
               END-IF
               IF Sub-Codigo(WS-Sub-Ix) = WS-Busca-Codigo THEN
                   MOVE WS-Sub-Ix TO WS-Sub-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-Sub-Hallado-Ix = 0 THEN
               IF WS-Sub-Cuenta >= WS-Sub-Max THEN
                   DISPLAY "Error: hay mas de " WS-Sub-Max
                       " subtotales por sucursal en el periodo, no "
                       "caben en la tabla."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Sub-Cuenta
               MOVE WS-Sub-Cuenta TO WS-Sub-Hallado-Ix
               MOVE SubS-Fecha TO Sub-Fecha(WS-Sub-Hallado-Ix)
               MOVE WS-Busca-Codigo TO Sub-Codigo(WS-Sub-Hallado-Ix)
               MOVE SPACES TO Sub-Motivo(WS-Sub-Hallado-Ix)
               MOVE "N" TO Sub-Hubo-Q(WS-Sub-Hallado-Ix)
           END-IF.
           MOVE SubS-Estado TO Sub-Estado(WS-Sub-Hallado-Ix).
           MOVE SubS-Monto TO Sub-Monto(WS-Sub-Hallado-Ix).
           IF SubS-Estado = "Q" THEN
               MOVE "Y" TO Sub-Hubo-Q(WS-Sub-Hallado-Ix)
               MOVE SubS-Motivo TO Sub-Motivo(WS-Sub-Hallado-Ix)
           END-IF.

      *> Una entrada de la tabla (WS-Sub-Ix): la noche en cuarentena
      *> se anota, recuperada si su ultima linea es "C"; el monto
      *> entra solo si la ultima linea es "C".
       AcumularSubtotal.
           MOVE Sub-Codigo(WS-Sub-Ix) TO WS-Busca-Codigo.
           PERFORM BuscarSucursal.
           IF WS-Var-Hallado-Ix = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF Sub-Hubo-Q(WS-Sub-Ix) = "Y" AND
                   Sub-Fecha(WS-Sub-Ix)(1:6) = WS-Mes-AAAAMM THEN
               PERFORM AnotarCuarentena
           END-IF.
           IF Sub-Estado(WS-Sub-Ix) NOT = "C" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD Sub-Monto(WS-Sub-Ix) TO Var-Real-Anio(WS-Var-Hallado-Ix).
           IF Sub-Fecha(WS-Sub-Ix)(1:6) = WS-Mes-AAAAMM THEN
               ADD Sub-Monto(WS-Sub-Ix)
                   TO Var-Real-Mes(WS-Var-Hallado-Ix)
           END-IF.

       AnotarCuarentena.
           ADD 1 TO Var-Noches-Q(WS-Var-Hallado-Ix).
           ADD 1 TO WS-Q-Total.
           IF WS-Q-Cuenta < WS-Q-Max THEN
               ADD 1 TO WS-Q-Cuenta
               MOVE Sub-Fecha(WS-Sub-Ix) TO Q-Fecha(WS-Q-Cuenta)
               MOVE WS-Busca-Codigo TO Q-Codigo(WS-Q-Cuenta)
               MOVE Sub-Motivo(WS-Sub-Ix) TO Q-Motivo(WS-Q-Cuenta)
               IF Sub-Estado(WS-Sub-Ix) = "C" THEN
                   MOVE "Y" TO Q-Recuperada(WS-Q-Cuenta)
               ELSE
                   MOVE "N" TO Q-Recuperada(WS-Q-Cuenta)
               END-IF
           END-IF.

      *> Dos renglones por sucursal (mes y anio) y los totales. Las
      *> sucursales retiradas sin nada en el anio se omiten.
       ImprimirCuadro.
           PERFORM VARYING WS-Q-Ix FROM 1 BY 1
                   UNTIL WS-Q-Ix > WS-Q-Cuenta
               IF Q-Recuperada(WS-Q-Ix) = "N" THEN
                   ADD 1 TO WS-Q-Perdidas
                   MOVE Q-Codigo(WS-Q-Ix) TO WS-Busca-Codigo
                   PERFORM BuscarSucursal
                   IF WS-Var-Hallado-Ix > 0 THEN
                       ADD 1 TO Var-Noches-Perdidas(WS-Var-Hallado-Ix)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-Var-Ix FROM 1 BY 1
                   UNTIL WS-Var-Ix > WS-Var-Usados
               IF Var-Estado(WS-Var-Ix) = "R" AND
                       Var-Real-Anio(WS-Var-Ix) = 0 AND
                       Var-Ppto-Anio(WS-Var-Ix) = 0 AND
                       Var-Noches-Q(WS-Var-Ix) = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM ImprimirSucursal
               END-IF
           END-PERFORM.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE SPACES TO Linea-Detalle.
           MOVE "TOTAL" TO Det-Codigo.
           MOVE "MES" TO Det-Periodo.
           MOVE WS-Total-Real-Mes TO WS-Real.
           MOVE WS-Total-Ppto-Mes TO WS-Ppto.
           PERFORM CalcularVariacion.
           MOVE WS-Q-Total TO WS-Noches-Edit.
           MOVE WS-Noches-Edit TO Det-Noches.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE SPACES TO Linea-Detalle.
           MOVE "ANIO" TO Det-Periodo.
           MOVE WS-Total-Real-Anio TO WS-Real.
           MOVE WS-Total-Ppto-Anio TO WS-Ppto.
           PERFORM CalcularVariacion.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.

       ImprimirSucursal.
           ADD Var-Real-Mes(WS-Var-Ix) TO WS-Total-Real-Mes.
           ADD Var-Ppto-Mes(WS-Var-Ix) TO WS-Total-Ppto-Mes.
           ADD Var-Real-Anio(WS-Var-Ix) TO WS-Total-Real-Anio.
           ADD Var-Ppto-Anio(WS-Var-Ix) TO WS-Total-Ppto-Anio.

           MOVE "N" TO WS-Sucursal-Marcada.
           MOVE SPACES TO Linea-Detalle.
           MOVE Var-Codigo(WS-Var-Ix) TO Det-Codigo.
           MOVE "MES" TO Det-Periodo.
           MOVE Var-Real-Mes(WS-Var-Ix) TO WS-Real.
           MOVE Var-Ppto-Mes(WS-Var-Ix) TO WS-Ppto.
           PERFORM CalcularVariacion.
           MOVE Var-Noches-Q(WS-Var-Ix) TO WS-Noches-Edit.
           MOVE WS-Noches-Edit TO Det-Noches.
           PERFORM MarcarRenglon.
           IF Var-Noches-Perdidas(WS-Var-Ix) > 0 AND
                   Det-Marca = SPACES THEN
               MOVE "CUARENTENA" TO Det-Marca
           END-IF.
           IF Var-Estado(WS-Var-Ix) = "?" AND Det-Marca = SPACES THEN
               MOVE "DESCONOCIDA" TO Det-Marca
           END-IF.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.

           MOVE SPACES TO Linea-Detalle.
           MOVE "ANIO" TO Det-Periodo.
           MOVE Var-Real-Anio(WS-Var-Ix) TO WS-Real.
           MOVE Var-Ppto-Anio(WS-Var-Ix) TO WS-Ppto.
           PERFORM CalcularVariacion.
           PERFORM MarcarRenglon.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           IF WS-Sucursal-Marcada = "Y" THEN
               ADD 1 TO WS-Marcadas
           END-IF.

      *> Llena real, presupuesto, variacion y porcentaje del renglon
      *> desde WS-Real y WS-Ppto. Sin presupuesto no hay porcentaje.
       CalcularVariacion.
           MOVE "N" TO WS-Fuera.
           MOVE "N" TO WS-Sin-Ppto.
           MOVE WS-Real TO Det-Real.
           IF WS-Ppto = 0 THEN
               MOVE "              --" TO Det-Ppto
               MOVE "              --" TO Det-Variacion
               MOVE "      --" TO Det-Pct
               IF WS-Real NOT = 0 THEN
                   MOVE "Y" TO WS-Sin-Ppto
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Ppto TO WS-Monto-Edit.
           MOVE WS-Monto-Edit TO Det-Ppto.
           COMPUTE WS-Variacion = WS-Real - WS-Ppto.
           MOVE WS-Variacion TO WS-Monto-Edit.
           MOVE WS-Monto-Edit TO Det-Variacion.
           COMPUTE WS-Var-Pct ROUNDED = WS-Variacion * 100 / WS-Ppto
               ON SIZE ERROR
                   MOVE 999999.9 TO WS-Var-Pct
           END-COMPUTE.
           MOVE WS-Var-Pct TO WS-Pct-Edit.
           MOVE WS-Pct-Edit TO Det-Pct.
           IF WS-Var-Pct < 0 THEN
               COMPUTE WS-Var-Pct-Abs = 0 - WS-Var-Pct
           ELSE
               MOVE WS-Var-Pct TO WS-Var-Pct-Abs
           END-IF.
           IF WS-Var-Pct-Abs > WS-Tolerancia THEN
               MOVE "Y" TO WS-Fuera
           END-IF.

      *> Una sucursal cuenta una sola vez como marcada aunque salga
      *> fuera en el mes y en el anio.
       MarcarRenglon.
           EVALUATE TRUE
               WHEN WS-Sin-Ppto = "Y"
                   MOVE "SIN PPTO" TO Det-Marca
                   MOVE "Y" TO WS-Sucursal-Marcada
               WHEN WS-Fuera = "Y" AND WS-Variacion < 0
                   MOVE "FUERA (BAJO)" TO Det-Marca
                   MOVE "Y" TO WS-Sucursal-Marcada
               WHEN WS-Fuera = "Y"
                   MOVE "FUERA (SOBRE)" TO Det-Marca
                   MOVE "Y" TO WS-Sucursal-Marcada
           END-EVALUATE.

      *> Lista de las noches en cuarentena del mes con su motivo, y si
      *> la sucursal entro despues el mismo dia.
       ImprimirCuarentenas.
           IF WS-Q-Total = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE "NOCHES EN CUARENTENA DEL MES" TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE "============================" TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           PERFORM VARYING WS-Q-Ix FROM 1 BY 1
                   UNTIL WS-Q-Ix > WS-Q-Cuenta
               MOVE SPACES TO Linea-Trabajo
               STRING Q-Fecha(WS-Q-Ix)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   Q-Fecha(WS-Q-Ix)(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   Q-Fecha(WS-Q-Ix)(7:2) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Q-Codigo(WS-Q-Ix) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Q-Motivo(WS-Q-Ix) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               IF Q-Recuperada(WS-Q-Ix) = "Y" THEN
                   MOVE "RECUPERADA" TO Linea-Trabajo(61:10)
               ELSE
                   MOVE "NO ENTRO" TO Linea-Trabajo(61:10)
               END-IF
               PERFORM EscribirLineaVarianza
           END-PERFORM.
           IF WS-Q-Total > WS-Q-Cuenta THEN
               MOVE SPACES TO Linea-Trabajo
               STRING "... y " DELIMITED BY SIZE
                   WS-Q-Total DELIMITED BY SIZE
                   " en total (la lista se corta en " DELIMITED BY SIZE
                   WS-Q-Max DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaVarianza
           END-IF.

      *> Hoja final: parametros del calculo y lo que el cuadro no
      *> incluye.
       ImprimirHojaFinal.
           PERFORM NuevaPagina.
           MOVE WS-Tolerancia TO WS-Tolerancia-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "MES: " DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               "   TOLERANCIA: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tolerancia-Edit) DELIMITED BY SIZE
               "%   SUCURSALES MARCADAS: " DELIMITED BY SIZE
               WS-Marcadas DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaVarianza.
           MOVE SPACES TO Linea-Trabajo.
           EVALUATE TRUE
               WHEN WS-Mes < WS-Hoy-Mes
                   MOVE "PRESUPUESTO DEL MES COMPLETO (MES CERRADO)."
                       TO Linea-Trabajo
               WHEN WS-Mes = WS-Hoy-Mes
                   STRING "PRESUPUESTO DEL MES PRORRATEADO: "
                       DELIMITED BY SIZE
                       WS-Dias-Corridos DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WS-Dias-Mes DELIMITED BY SIZE
                       " DIAS." DELIMITED BY SIZE
                       INTO Linea-Trabajo
                   END-STRING
               WHEN OTHER
                   MOVE "MES FUTURO: TODAVIA NO SE ESPERA PRESUPUESTO."
                       TO Linea-Trabajo
           END-EVALUATE.
           PERFORM EscribirLineaVarianza.
           MOVE SPACES TO Linea-Trabajo.
           STRING "NOCHES EN CUARENTENA: " DELIMITED BY SIZE
               WS-Q-Total DELIMITED BY SIZE
               "   SIN RECUPERAR: " DELIMITED BY SIZE
               WS-Q-Perdidas DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaVarianza.
           MOVE WS-Subtotales-Leidos TO WS-Cuenta-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SUBTOTALES LEIDOS DEL ANIO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cuenta-Edit) DELIMITED BY SIZE
               "   PRIMER SUBTOTAL REGISTRADO: " DELIMITED BY SIZE
               WS-Primer-Subtotal DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaVarianza.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE "LOS AJUSTES DE AJUSTESSUMA NO SON POR SUCURSAL Y NO "
               TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE "ENTRAN AQUI: EL TOTAL DEL ACUMULADO CON AJUSTES ESTA "
               TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.
           MOVE "EN REPORTEMENSUALSUMA." TO Linea-Trabajo.
           PERFORM EscribirLineaVarianza.

      *> Cierra la pagina en curso y abre la siguiente con su bloque
      *> de encabezado, igual que ReporteRoster.
       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "REAL CONTRA PRESUPUESTO  MES: " DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               "          FECHA: " DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE WS-Titulo-Columnas TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Varianza-Linea.
           WRITE Varianza-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Varianza-Linea
                   WRITE Varianza-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaVarianza.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Varianza-Linea.
           WRITE Varianza-Linea.
           ADD 1 TO WS-Linea-En-Pagina.
           MOVE SPACES TO Linea-Trabajo.

       END PROGRAM ReporteVarianzaSuma.
