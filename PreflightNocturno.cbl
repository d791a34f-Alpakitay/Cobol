      *>   - data/CONDTRANS.DAT presente y con sus controles H/T
      *>     balanceando (las mismas cuentas del primer pase de
      *>     Condicionales, incluida la regla de la "R" de
      *>     continuacion que aporta cero al hash), en cualquiera de
      *>     los dos layouts; en version 2 ademas cada detalle con
      *>     fecha valor real y su moneda con tasa;
      *>   - la referencia de departamentos presente y con codigos;
      *>   - el archivo de parametros de las tablas de Operaciones
      *>     (data/OPERPARAM.DAT) presente;
      *>   - los archivos de montos de la corrida (las sucursales
      *>     activas de la referencia o el SUMAMONTOS.DAT de
      *>     siempre) legibles;
      *>     data/TIPOSCAMBIO.DAT.
      *> Condition code 8 con cualquier hallazgo, para que el job se
      *> detenga en el paso cero.
      *>
      *> En una noche inhabil segun el calendario (subprograma
      *> DiaHabil) el job no corre Condicionales, Operaciones, Suma
      *> ni la carga de tasas, asi que el extract, los parametros,
      *> los archivos de montos y las tasas no se esperan y no se
      *> revisan; solo queda la referencia de departamentos. Con
      *> FORZAR_NOCHE_HABIL=1 (la misma variable del job) se revisa
      *> la noche completa aunque el calendario diga otra cosa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Status.

           SELECT OperParamFile ASSIGN TO DYNAMIC WS-OperParam-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OperParam-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo layout del extract que lee Condicionales.
               05 Trans-Num2-Alpha PIC X(10).
               05 FILLER PIC X(20).
               05 Trans-ID PIC X(10).
               05 FILLER PIC X(30).
      *> Layout de version 2 ("V2" en las columnas 41-42 del
      *> encabezado).
           01 Transaccion-V2-Rec.
               05 FILLER PIC X(20).
               05 Trans2-Num1-Alpha PIC X(18).
               05 Trans2-Num2-Alpha PIC X(18).
               05 Trans2-Moneda PIC X(3).
               05 Trans2-FechaValor PIC X(10).
               05 Trans2-ID PIC X(10).
               05 FILLER PIC X(21).

       FD DeptosFile.
           COPY DEPARTAMENTO.
       FD TiposCambioFile.
           01 TipoCambio-Rec PIC X(40).

       FD OperParamFile.
           01 OperParam-Rec PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Trans-Path PIC X(40) VALUE "data/CONDTRANS.DAT".
           01 WS-Trans-Status PIC XX VALUE SPACES.
           01 WS-Montos-Status PIC XX VALUE SPACES.
           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
           01 WS-Tasas-Status PIC XX VALUE SPACES.
           01 WS-OperParam-Path PIC X(40)
               VALUE "data/OPERPARAM.DAT".
           01 WS-OperParam-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

      *> Controles del extract, las mismas cuentas del primer pase
           01 WS-Trans-Contadas PIC 9(4) VALUE 0.
           01 WS-Vio-Header PIC X VALUE "N".
           01 WS-Vio-Trailer PIC X VALUE "N".
           01 WS-Total-Control PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Hash-Total PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Num1 PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Num2 PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.

      *> Version del layout segun el encabezado y campos del detalle
      *> en turno ya tomados del layout que corresponda.
           01 WS-Version-Extract PIC X VALUE "1".
           01 WS-Marca-Version PIC X(2) VALUE SPACES.
           01 WS-Num1-Texto PIC X(18) VALUE SPACES.
           01 WS-Num2-Texto PIC X(18) VALUE SPACES.
           01 WS-Fecha-Valor PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Trans-ID PIC X(10) VALUE SPACES.

      *> Lista de archivos de montos de la corrida (de la referencia
      *> de sucursales o el archivo unico de siempre).
           01 Archivos-Tabla.

           01 WS-Hallazgos PIC 9(3) VALUE 0.

      *> Noche habil o inhabil segun el calendario.
           01 WS-Hoy-Guiones PIC X(10) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.
           01 WS-Forzar-Habil PIC X(8) VALUE SPACES.

      *> Constancia del paso en el historial de corridas del job
      *> nocturno, igual que los demas pasos.
           01 WS-Hist-Programa PIC X(14) VALUE "PREFLIGHT".
       Preflight.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           DISPLAY "===== Preflight de entradas de la noche =====".
           PERFORM DeterminarNocheHabil.

           IF WS-Dia-Habil = "Y" THEN
               PERFORM CargarTasasDisponibles
               PERFORM RevisarExtractoTrans
           END-IF.
           PERFORM RevisarDepartamentos.
           IF WS-Dia-Habil = "Y" THEN
               PERFORM RevisarParametrosOperaciones
               PERFORM ArmarListaMontos
               PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                       UNTIL WS-Archivo-Ix > WS-Archivos-Cuenta
                   PERFORM RevisarArchivoMontos
               END-PERFORM
           END-IF.

           DISPLAY "--------------------------------".
           IF WS-Hallazgos = 0 THEN
       AnotarHallazgo.
           ADD 1 TO WS-Hallazgos.

      *> Hoy contra el calendario de dias habiles.
       DeterminarNocheHabil.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Hoy-Guiones(1:4).
           MOVE "-" TO WS-Hoy-Guiones(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-Hoy-Guiones(6:2).
           MOVE "-" TO WS-Hoy-Guiones(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-Hoy-Guiones(9:2).
           CALL "DiaHabil" USING WS-Hoy-Guiones WS-Dia-Habil
               WS-Dia-Motivo.
           ACCEPT WS-Forzar-Habil FROM ENVIRONMENT
                   "FORZAR_NOCHE_HABIL"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Dia-Habil NOT = "Y" AND WS-Forzar-Habil = "1" THEN
               DISPLAY "Noche inhabil (" FUNCTION TRIM(WS-Dia-Motivo)
                   ") forzada como habil: se revisa completa."
               MOVE "Y" TO WS-Dia-Habil
           END-IF.
           IF WS-Dia-Habil NOT = "Y" THEN
               DISPLAY "Noche inhabil (" FUNCTION TRIM(WS-Dia-Motivo)
                   "): no se esperan extract, parametros, montos ni "
                   "tasas; solo se revisa la referencia de "
                   "departamentos."
           END-IF.

      *> El extract del batch: presente, H primero, cuenta y total
      *> de control balanceando, sin calcular ni publicar nada.
       RevisarExtractoTrans.
               DISPLAY "  EXTRACT: sin registro de encabezado"
               PERFORM AnotarHallazgo
           END-IF.
           IF WS-Version-Extract = "?" THEN
               DISPLAY "  EXTRACT: marca de version '"
                   WS-Marca-Version "' desconocida en el encabezado"
               PERFORM AnotarHallazgo
           END-IF.
           IF WS-Vio-Trailer = "N" THEN
               DISPLAY "  EXTRACT: sin registro trailer "
                   "(probablemente truncado)"
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Trans-Esperadas
                   MOVE "Y" TO WS-Vio-Header
                   MOVE FUNCTION UPPER-CASE(Transaccion-Rec(41:2))
                       TO WS-Marca-Version
                   EVALUATE WS-Marca-Version
                       WHEN SPACES
                           MOVE "1" TO WS-Version-Extract
                       WHEN "V2"
                           MOVE "2" TO WS-Version-Extract
                       WHEN OTHER
                           MOVE "?" TO WS-Version-Extract
                   END-EVALUATE
               WHEN "T"
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Total-Control
                   MOVE "Y" TO WS-Vio-Trailer
               WHEN OTHER
                   ADD 1 TO WS-Trans-Contadas
                   IF WS-Version-Extract = "2" THEN
                       MOVE Trans2-Num1-Alpha TO WS-Num1-Texto
                       MOVE Trans2-Num2-Alpha TO WS-Num2-Texto
                       PERFORM RevisarDetalleV2
                   ELSE
                       MOVE Trans-Num1-Alpha TO WS-Num1-Texto
                       MOVE Trans-Num2-Alpha TO WS-Num2-Texto
                   END-IF
      *> Misma regla del hash que Condicionales: la "R" de una
      *> continuacion aporta cero.
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-Num1-Texto)) = "R" THEN
                       MOVE 0 TO WS-Num1
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Num1-Texto)
                           TO WS-Num1
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-Num2-Texto) TO WS-Num2
                   ADD WS-Num1 TO WS-Hash-Total
                   ADD WS-Num2 TO WS-Hash-Total
           END-EVALUATE.

      *> Detalle de version 2: la fecha valor es obligatoria y real
      *> (puede ser futura), y una moneda extranjera tiene que tener
      *> tasa en data/TIPOSCAMBIO.DAT; que la tasa rija en la fecha
      *> valor lo revisa Condicionales transaccion por transaccion.
       RevisarDetalleV2.
           MOVE Trans2-ID TO WS-Trans-ID.
           MOVE Trans2-FechaValor TO WS-Fecha-Valor.
           CALL "ValidarFecha" USING WS-Fecha-Valor WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" AND
                   WS-Fecha-Motivo NOT = "FECHA-FUTURA" THEN
               DISPLAY "  EXTRACT: detalle " WS-Trans-Contadas
                   " (ID " FUNCTION TRIM(WS-Trans-ID) ") con fecha "
                   "valor invalida '" WS-Fecha-Valor "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) ")"
               PERFORM AnotarHallazgo
           END-IF.
           IF Trans2-Moneda = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Trans2-Moneda)
               TO WS-Moneda-Detalle.
           PERFORM BuscarMonedaConTasa.
           IF WS-Tasa-Hallada = "N" THEN
               DISPLAY "  TASAS: la moneda " WS-Moneda-Detalle
                   " del detalle " WS-Trans-Contadas " (ID "
                   FUNCTION TRIM(WS-Trans-ID) ") del extract no "
                   "tiene tasa en " FUNCTION TRIM(WS-Tasas-Path)
               PERFORM AnotarHallazgo
           END-IF.

       BuscarMonedaConTasa.
           MOVE "N" TO WS-Tasa-Hallada.
           PERFORM VARYING WS-Tasa-Ix FROM 1 BY 1
                   UNTIL WS-Tasa-Ix > WS-Tasas-Cuenta
               IF Tasa-Moneda-Tab(WS-Tasa-Ix) = WS-Moneda-Detalle
                       THEN
                   MOVE "Y" TO WS-Tasa-Hallada
                   MOVE WS-Tasas-Cuenta TO WS-Tasa-Ix
               END-IF
           END-PERFORM.

      *> La referencia de departamentos: presente y con al menos un
      *> codigo, para que un alta de RODAS_INTAKE no muera a mitad
      *> de la noche contra una referencia ausente.
           END-READ.
           CLOSE DeptosFile.

      *> El archivo de parametros de Operaciones solo tiene que
      *> estar; sus lineas malas las salta el propio paso con aviso.
       RevisarParametrosOperaciones.
           OPEN INPUT OperParamFile.
           IF WS-OperParam-Status NOT = "00" THEN
               DISPLAY "  OPERACIONES: falta o no abre "
                   FUNCTION TRIM(WS-OperParam-Path) " ("
                   WS-OperParam-Status ")"
               PERFORM AnotarHallazgo
               EXIT PARAGRAPH
           END-IF.
           CLOSE OperParamFile.

      *> Carga las monedas con tasa, si el archivo de tasas existe;
      *> que no exista solo es hallazgo si algun detalle trae
      *> moneda.
           END-IF.
           MOVE FUNCTION UPPER-CASE(Montos-Moneda)
               TO WS-Moneda-Detalle.
           PERFORM BuscarMonedaConTasa.
           IF WS-Tasa-Hallada = "N" THEN
               DISPLAY "  TASAS: la moneda " WS-Moneda-Detalle
                   " de " FUNCTION TRIM(WS-Montos-Path)
