      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCostoLaboral.

      *> Costo laboral mensual por departamento: por cada empleado
      *> activo al cierre del mes toma el salario vigente del
      *> historial de compensacion (data/COMPENSACION.DAT, el ultimo
      *> registro con fecha efectiva igual o anterior al fin de mes),
      *> lo convierte a moneda base con la tasa de
      *> data/TIPOSCAMBIO.DAT cuando viene en otra moneda, y lo suma
      *> a su departamento. Contra la plantilla autorizada de
      *> DEPARTAMENTOS.DAT (la misma de ReportePlantilla) muestra la
      *> diferencia de cabezas, el costo promedio y lo que costaria
      *> la plantilla autorizada completa a ese promedio: el cuadro
      *> de plantilla pasado a dinero que finanzas pedia.
      *>
      *> Activo al cierre del mes: con ingreso en o antes del fin de
      *> mes y sin baja en o antes de esa fecha (un empleado dado de
      *> baja despues del mes si cuenta en un mes pasado). Los que no
      *> tienen salario vigente, o lo tienen en una moneda sin tasa,
      *> se listan como excepciones y no suman costo; la corrida
      *> termina entonces con CC 4. La conversion usa la tasa
      *> registrada hoy en TIPOSCAMBIO.DAT (el archivo guarda una
      *> sola tasa por moneda); el reporte lo aclara en la hoja
      *> final.
      *>
      *> Uso: ReporteCostoLaboral [AAAA-MM]   (sin mes: el mes actual)
      *> Salida: data/COSTOLABORAL.AAAAMM.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeptosFile ASSIGN TO DYNAMIC WS-Deptos-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Deptos-Status.

      *> Mismo maestro RELATIVE que escribe ProgramaRodas; la lectura
      *> secuencial lo entrega en orden de Emp-ID, el mismo orden del
      *> historial de compensacion.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT CompFile ASSIGN TO DYNAMIC WS-Comp-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Comp-Status.

           SELECT TiposCambioFile ASSIGN TO DYNAMIC WS-Tasas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Status.

           SELECT CostoFile ASSIGN TO DYNAMIC WS-Costo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Costo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DeptosFile.
           COPY DEPARTAMENTO.

       FD EmployeeFile.
           COPY EMPLOYEE.

       FD CompFile.
           COPY COMPENSACION.

       FD TiposCambioFile.
           01 TipoCambio-Rec PIC X(40).

       FD CostoFile.
           01 Costo-Linea PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Deptos-Path PIC X(40)
               VALUE "data/DEPARTAMENTOS.DAT".
           01 WS-Deptos-Status PIC XX VALUE SPACES.
           01 WS-Deptos-EOF PIC X VALUE "N".

           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

           01 WS-Comp-Path PIC X(40) VALUE "data/COMPENSACION.DAT".
           01 WS-Comp-Status PIC XX VALUE SPACES.
           01 WS-Comp-EOF PIC X VALUE "N".

           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
           01 WS-Tasas-Status PIC XX VALUE SPACES.
           01 WS-Tasas-EOF PIC X VALUE "N".

           01 WS-Costo-Path PIC X(40) VALUE SPACES.
           01 WS-Costo-Status PIC XX VALUE SPACES.

      *> Mes del reporte: argumento AAAA-MM o el mes en curso. El
      *> fin de mes se saca restando un dia al primero del mes
      *> siguiente.
           01 WS-Arg-Mes PIC X(20) VALUE SPACES.
           01 WS-Mes PIC X(7) VALUE SPACES.
           01 WS-Mes-Inicio PIC X(10) VALUE SPACES.
           01 WS-Mes-Fin PIC X(10) VALUE SPACES.
           01 WS-Anio-Num PIC 9(4) VALUE 0.
           01 WS-Mes-Num PIC 9(2) VALUE 0.
           01 WS-Siguiente-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Fin-Alpha PIC X(8) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.

      *> Referencia de departamentos con sus acumulados del mes; las
      *> entradas que se agregan desde el maestro (codigo que no
      *> esta en la referencia) quedan con estado "?", igual que en
      *> ReportePlantilla.
           01 Costo-Tabla.
               05 Costo-Entrada OCCURS 120 TIMES.
                   10 Cst-Codigo PIC X(10).
                   10 Cst-Estado PIC X(1).
                   10 Cst-Autorizado PIC X(4).
                   10 Cst-Activos PIC 9(5).
                   10 Cst-Con-Salario PIC 9(5).
                   10 Cst-Sin-Salario PIC 9(5).
                   10 Cst-Costo PIC 9(12)V9(2).
           01 WS-Cst-Usados PIC 9(3) VALUE 0.
           01 WS-Cst-Ix PIC 9(3) VALUE 0.
           01 WS-Cst-Hallado-Ix PIC 9(3) VALUE 0.
           01 WS-Busca-Mayus PIC X(20) VALUE SPACES.
           01 WS-Codigo-Mayus PIC X(10) VALUE SPACES.

      *> Historial de compensacion completo en memoria, en orden de
      *> Emp-ID y fecha efectiva; se recorre una sola vez en paralelo
      *> con el maestro.
           01 WS-Comp-Cuenta PIC 9(5) VALUE 0.
           01 WS-Comp-Max PIC 9(5) VALUE 10000.
           01 Comp-Tabla.
               05 Comp-Entrada-Tab OCCURS 10000 TIMES.
                   10 Tab-EmpID PIC 9(6).
                   10 Tab-Fecha PIC X(10).
                   10 Tab-Monto PIC 9(10)V9(2).
                   10 Tab-Moneda PIC X(3).
           01 WS-Comp-Ix PIC 9(5) VALUE 1.
           01 WS-Comp-Jx PIC 9(5) VALUE 0.
           01 WS-Vigente-Ix PIC 9(5) VALUE 0.
           01 WS-Comp-Anterior-ID PIC 9(6) VALUE 0.
           01 WS-Comp-Anterior-Fecha PIC X(10) VALUE SPACES.

      *> Tasas del archivo de tipos de cambio, con cuantos salarios
      *> se convirtieron con cada una para la hoja final.
           01 Tasas-Tabla.
               05 Tasa-Entrada OCCURS 20 TIMES.
                   10 Tasa-Moneda PIC X(3).
                   10 Tasa-Valor PIC 9(6)V9(5).
                   10 Tasa-Fecha PIC X(10).
                   10 Tasa-Usos PIC 9(5).
           01 WS-Tasas-Cuenta PIC 9(2) VALUE 0.
           01 WS-Tasa-Ix PIC 9(2) VALUE 0.
           01 WS-Tasa-Hallada PIC X VALUE "N".
           01 WS-TC-Campo-1 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-2 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-3 PIC X(12) VALUE SPACES.
           01 WS-Tasa-Edit PIC ZZZZZ9.99999.

           01 WS-Salario-Base PIC 9(12)V9(2) VALUE 0.
           01 WS-Activos-Total PIC 9(6) VALUE 0.
           01 WS-Con-Salario-Total PIC 9(6) VALUE 0.
           01 WS-Costo-Total PIC 9(12)V9(2) VALUE 0.
           01 WS-Autorizado-Total PIC 9(6) VALUE 0.
           01 WS-Proyectado-Total PIC 9(12)V9(2) VALUE 0.

      *> Excepciones por empleado (sin salario vigente o moneda sin
      *> tasa), para listarlas despues del cuadro.
           01 WS-Exc-Cuenta PIC 9(5) VALUE 0.
           01 WS-Exc-Max PIC 9(5) VALUE 500.
           01 WS-Exc-Total PIC 9(6) VALUE 0.
           01 Exc-Tabla.
               05 Exc-Entrada OCCURS 500 TIMES.
                   10 Exc-ID PIC 9(6).
                   10 Exc-Depto PIC X(20).
                   10 Exc-Motivo PIC X(40).
           01 WS-Exc-Ix PIC 9(5) VALUE 0.
           01 WS-Exc-Motivo PIC X(40) VALUE SPACES.

      *> Calculo de cada renglon del cuadro.
           01 WS-Autorizado-Num PIC 9(4) VALUE 0.
           01 WS-Diferencia PIC S9(5) VALUE 0.
           01 WS-Promedio PIC 9(12)V9(2) VALUE 0.
           01 WS-Proyectado PIC 9(12)V9(2) VALUE 0.

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
               05 FILLER PIC X(12) VALUE "CODIGO".
               05 FILLER PIC X(7) VALUE "AUTOR".
               05 FILLER PIC X(7) VALUE "ACTIV".
               05 FILLER PIC X(9) VALUE "  DIF".
               05 FILLER PIC X(7) VALUE "S/SAL".
               05 FILLER PIC X(16) VALUE " COSTO DEL MES".
               05 FILLER PIC X(12) VALUE "  PROMEDIO".
               05 FILLER PIC X(16) VALUE "COSTO PLANTIL.".
               05 FILLER PIC X(11) VALUE "MARCA".

      *> Renglon del cuadro con columnas fijas bajo el encabezado.
           01 Linea-Detalle.
               05 Det-Codigo PIC X(10).
               05 Det-Sep1 PIC X(2) VALUE SPACES.
               05 Det-Autorizado PIC X(5).
               05 Det-Sep2 PIC X(2) VALUE SPACES.
               05 Det-Activos PIC ZZZZ9.
               05 Det-Sep3 PIC X(2) VALUE SPACES.
               05 Det-Diferencia PIC X(5).
               05 Det-Sep4 PIC X(4) VALUE SPACES.
               05 Det-Sin-Salario PIC ZZZZ9.
               05 Det-Sep5 PIC X(2) VALUE SPACES.
               05 Det-Costo PIC ZZZ,ZZZ,ZZ9.99.
               05 Det-Sep6 PIC X(2) VALUE SPACES.
               05 Det-Promedio PIC ZZZ,ZZ9.99.
               05 Det-Sep7 PIC X(2) VALUE SPACES.
               05 Det-Proyectado PIC X(14).
               05 Det-Sep8 PIC X(2) VALUE SPACES.
               05 Det-Marca PIC X(11).
           01 WS-Diferencia-Edit PIC -(4)9.
           01 WS-Autorizado-Edit PIC ZZZZ9.
           01 WS-Monto-Edit PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-Cuenta-Edit PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Reportar.
           DISPLAY "===== Costo Laboral Mensual por Departamento =====".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).

           PERFORM DeterminarMes.
           PERFORM CargarReferencia.
           PERFORM CargarTiposCambio.
           PERFORM CargarCompensacion.
           PERFORM AcumularCosto.

           OPEN OUTPUT CostoFile.
           IF WS-Costo-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de impresion del "
                   "costo laboral: " WS-Costo-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.
           PERFORM ImprimirCuadro.
           PERFORM ImprimirExcepciones.
           PERFORM ImprimirHojaFinal.
           PERFORM RellenarPagina.
           CLOSE CostoFile.

           MOVE WS-Costo-Total TO WS-Monto-Edit.
           DISPLAY "Costo laboral de " WS-Mes ": "
               FUNCTION TRIM(WS-Monto-Edit) " (" WS-Con-Salario-Total
               " de " WS-Activos-Total " activos con salario).".
           DISPLAY "Reporte impreso en " FUNCTION TRIM(WS-Costo-Path)
               " (" WS-Pagina " paginas).".
           IF WS-Exc-Total > 0 THEN
               DISPLAY "Excepciones: " WS-Exc-Total
                   " empleados sin costo (ver el reporte)."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> AAAA-MM del argumento (o el mes en curso), validado como el
      *> primero de ese mes; un mes futuro vale como proyeccion con
      *> los cambios de salario ya pactados.
       DeterminarMes.
           ACCEPT WS-Arg-Mes FROM COMMAND-LINE.
           IF WS-Arg-Mes = SPACES THEN
               MOVE WS-Fecha-Corrida(1:7) TO WS-Mes
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

           MOVE WS-Mes(1:4) TO WS-Anio-Num.
           MOVE WS-Mes(6:2) TO WS-Mes-Num.
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
           MOVE WS-Fin-Alpha(1:4) TO WS-Mes-Fin(1:4).
           MOVE "-" TO WS-Mes-Fin(5:1).
           MOVE WS-Fin-Alpha(5:2) TO WS-Mes-Fin(6:2).
           MOVE "-" TO WS-Mes-Fin(8:1).
           MOVE WS-Fin-Alpha(7:2) TO WS-Mes-Fin(9:2).

           MOVE SPACES TO WS-Costo-Path.
           STRING "data/COSTOLABORAL." DELIMITED BY SIZE
               WS-Mes(1:4) DELIMITED BY SIZE
               WS-Mes(6:2) DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Costo-Path
           END-STRING.

       CargarReferencia.
           OPEN INPUT DeptosFile.
           IF WS-Deptos-Status NOT = "00" THEN
               DISPLAY "Error abriendo la referencia de "
                   "departamentos: " WS-Deptos-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Deptos-EOF = "Y"
               READ DeptosFile
                   AT END
                       MOVE "Y" TO WS-Deptos-EOF
                   NOT AT END
                       PERFORM GuardarDeptoEnTabla
               END-READ
           END-PERFORM.
           CLOSE DeptosFile.

       GuardarDeptoEnTabla.
           IF WS-Cst-Usados >= 120 THEN
               DISPLAY "Aviso: la tabla de departamentos se lleno, se "
                   "ignora el codigo " Depto-Codigo "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Cst-Usados.
           MOVE Depto-Codigo TO Cst-Codigo(WS-Cst-Usados).
           MOVE Depto-Estado TO Cst-Estado(WS-Cst-Usados).
           MOVE Depto-Autorizado TO Cst-Autorizado(WS-Cst-Usados).
           MOVE 0 TO Cst-Activos(WS-Cst-Usados).
           MOVE 0 TO Cst-Con-Salario(WS-Cst-Usados).
           MOVE 0 TO Cst-Sin-Salario(WS-Cst-Usados).
           MOVE 0 TO Cst-Costo(WS-Cst-Usados).

      *> Mismo formato que lee Suma: Moneda;Tasa;AAAA-MM-DD o el
      *> viejo de dos campos. Sin archivo solo se costea moneda base.
       CargarTiposCambio.
           OPEN INPUT TiposCambioFile.
           IF WS-Tasas-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Tasas-EOF = "Y"
               READ TiposCambioFile
                   AT END
                       MOVE "Y" TO WS-Tasas-EOF
                   NOT AT END
                       PERFORM GuardarTasa
               END-READ
           END-PERFORM.
           CLOSE TiposCambioFile.

       GuardarTasa.
           IF TipoCambio-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3.
           UNSTRING TipoCambio-Rec DELIMITED BY ";"
               INTO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3
           END-UNSTRING.
           IF FUNCTION NUMVAL(WS-TC-Campo-2) = 0 THEN
               DISPLAY "Aviso: la tasa de " WS-TC-Campo-1(1:3)
                   " viene en cero o invalida, se ignora."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Tasas-Cuenta < 20 THEN
               ADD 1 TO WS-Tasas-Cuenta
               MOVE FUNCTION UPPER-CASE(WS-TC-Campo-1(1:3))
                   TO Tasa-Moneda(WS-Tasas-Cuenta)
               MOVE FUNCTION NUMVAL(WS-TC-Campo-2)
                   TO Tasa-Valor(WS-Tasas-Cuenta)
               MOVE WS-TC-Campo-3(1:10)
                   TO Tasa-Fecha(WS-Tasas-Cuenta)
               MOVE 0 TO Tasa-Usos(WS-Tasas-Cuenta)
           ELSE
               DISPLAY "Aviso: la tabla de tipos de cambio se "
                   "lleno, se ignora la moneda "
                   WS-TC-Campo-1(1:3) "."
           END-IF.

      *> El historial tiene que venir en orden de Emp-ID y fecha (el
      *> que deja MantenimientoCompensacion): fuera de orden, el
      *> salario "vigente" saldria mal sin que nadie lo notara.
       CargarCompensacion.
           OPEN INPUT CompFile.
           IF WS-Comp-Status = "35" THEN
               DISPLAY "Aviso: no existe el historial de "
                   "compensacion; ningun empleado tiene salario."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Comp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el historial de compensacion: "
                   WS-Comp-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Comp-EOF = "Y"
               READ CompFile
                   AT END
                       MOVE "Y" TO WS-Comp-EOF
                   NOT AT END
                       PERFORM GuardarCompensacion
               END-READ
           END-PERFORM.
           CLOSE CompFile.

       GuardarCompensacion.
           IF Compensacion-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF Comp-EmpID < WS-Comp-Anterior-ID OR
                   (Comp-EmpID = WS-Comp-Anterior-ID AND
                    Comp-FechaEfectiva <= WS-Comp-Anterior-Fecha) THEN
               DISPLAY "Error: el historial de compensacion esta "
                   "fuera de orden en el empleado " Comp-EmpID
                   " fecha " Comp-FechaEfectiva
                   "; regrabelo con MantenimientoCompensacion."
               CLOSE CompFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Comp-Cuenta >= WS-Comp-Max THEN
               DISPLAY "Error: el historial de compensacion pasa de "
                   WS-Comp-Max " registros, no cabe en la tabla."
               CLOSE CompFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Comp-EmpID TO WS-Comp-Anterior-ID.
           MOVE Comp-FechaEfectiva TO WS-Comp-Anterior-Fecha.
           ADD 1 TO WS-Comp-Cuenta.
           MOVE Comp-EmpID TO Tab-EmpID(WS-Comp-Cuenta).
           MOVE Comp-FechaEfectiva TO Tab-Fecha(WS-Comp-Cuenta).
           MOVE Comp-Monto TO Tab-Monto(WS-Comp-Cuenta).
           MOVE FUNCTION UPPER-CASE(Comp-Moneda)
               TO Tab-Moneda(WS-Comp-Cuenta).

      *> Barre el maestro en orden de Emp-ID y, en paralelo, el
      *> historial: para cada activo al cierre del mes busca su
      *> salario vigente y lo suma a su departamento.
       AcumularCosto.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-Comp-Ix.
           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CostearEmpleado
               END-READ
           END-PERFORM.
           CLOSE EmployeeFile.

       CostearEmpleado.
           IF Emp-FechaIngreso > WS-Mes-Fin THEN
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Estado = "I" THEN
               IF Emp-FechaBaja = SPACES OR
                       Emp-FechaBaja <= WS-Mes-Fin THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-Activos-Total.
           PERFORM BuscarDepartamento.
           IF WS-Cst-Hallado-Ix = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Cst-Activos(WS-Cst-Hallado-Ix).

           PERFORM BuscarSalarioVigente.
           IF WS-Vigente-Ix = 0 THEN
               MOVE "SIN SALARIO VIGENTE AL FIN DE MES"
                   TO WS-Exc-Motivo
               PERFORM AnotarExcepcion
               EXIT PARAGRAPH
           END-IF.

           IF Tab-Moneda(WS-Vigente-Ix) = SPACES THEN
               MOVE Tab-Monto(WS-Vigente-Ix) TO WS-Salario-Base
           ELSE
               PERFORM ConvertirSalario
               IF WS-Tasa-Hallada NOT = "Y" THEN
                   MOVE SPACES TO WS-Exc-Motivo
                   STRING "MONEDA " DELIMITED BY SIZE
                       Tab-Moneda(WS-Vigente-Ix) DELIMITED BY SIZE
                       " SIN TASA EN TIPOSCAMBIO" DELIMITED BY SIZE
                       INTO WS-Exc-Motivo
                   END-STRING
                   PERFORM AnotarExcepcion
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO Cst-Con-Salario(WS-Cst-Hallado-Ix).
           ADD 1 TO WS-Con-Salario-Total.
           ADD WS-Salario-Base TO Cst-Costo(WS-Cst-Hallado-Ix).
           ADD WS-Salario-Base TO WS-Costo-Total.

      *> Mismo emparejamiento de departamento que ReportePlantilla:
      *> sin distinguir mayusculas ni espacios; un codigo que no esta
      *> en la referencia se agrega como desconocido.
       BuscarDepartamento.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Emp-Departamento))
               TO WS-Busca-Mayus.
           MOVE 0 TO WS-Cst-Hallado-Ix.
           PERFORM VARYING WS-Cst-Ix FROM 1 BY 1
                   UNTIL WS-Cst-Ix > WS-Cst-Usados
               MOVE FUNCTION UPPER-CASE(Cst-Codigo(WS-Cst-Ix))
                   TO WS-Codigo-Mayus
               IF FUNCTION TRIM(WS-Codigo-Mayus) =
                       FUNCTION TRIM(WS-Busca-Mayus) THEN
                   MOVE WS-Cst-Ix TO WS-Cst-Hallado-Ix
                   MOVE WS-Cst-Usados TO WS-Cst-Ix
               END-IF
           END-PERFORM.
           IF WS-Cst-Hallado-Ix = 0 THEN
               IF WS-Cst-Usados >= 120 THEN
                   DISPLAY "Aviso: la tabla de departamentos se lleno, "
                       "no se acumula " Emp-Departamento "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Cst-Usados
               MOVE WS-Cst-Usados TO WS-Cst-Hallado-Ix
               MOVE Emp-Departamento(1:10)
                   TO Cst-Codigo(WS-Cst-Hallado-Ix)
               MOVE "?" TO Cst-Estado(WS-Cst-Hallado-Ix)
               MOVE SPACES TO Cst-Autorizado(WS-Cst-Hallado-Ix)
               MOVE 0 TO Cst-Activos(WS-Cst-Hallado-Ix)
               MOVE 0 TO Cst-Con-Salario(WS-Cst-Hallado-Ix)
               MOVE 0 TO Cst-Sin-Salario(WS-Cst-Hallado-Ix)
               MOVE 0 TO Cst-Costo(WS-Cst-Hallado-Ix)
           END-IF.

      *> Adelanta el puntero del historial hasta el empleado y se
      *> queda con su ultimo registro con fecha efectiva hasta el
      *> fin de mes.
       BuscarSalarioVigente.
           MOVE 0 TO WS-Vigente-Ix.
           PERFORM UNTIL WS-Comp-Ix > WS-Comp-Cuenta
               IF Tab-EmpID(WS-Comp-Ix) >= Emp-ID THEN
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Comp-Ix
           END-PERFORM.
           PERFORM VARYING WS-Comp-Jx FROM WS-Comp-Ix BY 1
                   UNTIL WS-Comp-Jx > WS-Comp-Cuenta
               IF Tab-EmpID(WS-Comp-Jx) NOT = Emp-ID THEN
                   EXIT PERFORM
               END-IF
               IF Tab-Fecha(WS-Comp-Jx) <= WS-Mes-Fin THEN
                   MOVE WS-Comp-Jx TO WS-Vigente-Ix
               END-IF
           END-PERFORM.

       ConvertirSalario.
           MOVE "N" TO WS-Tasa-Hallada.
           PERFORM VARYING WS-Tasa-Ix FROM 1 BY 1
                   UNTIL WS-Tasa-Ix > WS-Tasas-Cuenta
               IF Tasa-Moneda(WS-Tasa-Ix) = Tab-Moneda(WS-Vigente-Ix)
                       THEN
                   MOVE "Y" TO WS-Tasa-Hallada
                   COMPUTE WS-Salario-Base ROUNDED =
                       Tab-Monto(WS-Vigente-Ix) * Tasa-Valor(WS-Tasa-Ix)
                   ADD 1 TO Tasa-Usos(WS-Tasa-Ix)
                   MOVE WS-Tasas-Cuenta TO WS-Tasa-Ix
               END-IF
           END-PERFORM.

       AnotarExcepcion.
           ADD 1 TO WS-Exc-Total.
           ADD 1 TO Cst-Sin-Salario(WS-Cst-Hallado-Ix).
           IF WS-Exc-Cuenta < WS-Exc-Max THEN
               ADD 1 TO WS-Exc-Cuenta
               MOVE Emp-ID TO Exc-ID(WS-Exc-Cuenta)
               MOVE Emp-Departamento TO Exc-Depto(WS-Exc-Cuenta)
               MOVE WS-Exc-Motivo TO Exc-Motivo(WS-Exc-Cuenta)
           END-IF.

      *> Un renglon por departamento de la referencia (los retirados
      *> sin gente ni plantilla se omiten) y el renglon de totales.
       ImprimirCuadro.
           PERFORM VARYING WS-Cst-Ix FROM 1 BY 1
                   UNTIL WS-Cst-Ix > WS-Cst-Usados
               IF Cst-Estado(WS-Cst-Ix) = "R" AND
                       Cst-Activos(WS-Cst-Ix) = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM ImprimirRenglon
               END-IF
           END-PERFORM.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.
           MOVE SPACES TO Linea-Detalle.
           MOVE "TOTAL" TO Det-Codigo.
           MOVE WS-Autorizado-Total TO WS-Autorizado-Edit.
           MOVE WS-Autorizado-Edit TO Det-Autorizado.
           MOVE WS-Activos-Total TO Det-Activos.
           MOVE WS-Exc-Total TO Det-Sin-Salario.
           MOVE WS-Costo-Total TO Det-Costo.
           IF WS-Con-Salario-Total > 0 THEN
               COMPUTE WS-Promedio ROUNDED =
                   WS-Costo-Total / WS-Con-Salario-Total
           ELSE
               MOVE 0 TO WS-Promedio
           END-IF.
           MOVE WS-Promedio TO Det-Promedio.
           MOVE WS-Proyectado-Total TO WS-Monto-Edit.
           MOVE WS-Monto-Edit TO Det-Proyectado.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.

       ImprimirRenglon.
           MOVE SPACES TO Linea-Detalle.
           MOVE Cst-Codigo(WS-Cst-Ix) TO Det-Codigo.
           MOVE Cst-Activos(WS-Cst-Ix) TO Det-Activos.
           MOVE Cst-Sin-Salario(WS-Cst-Ix) TO Det-Sin-Salario.
           MOVE Cst-Costo(WS-Cst-Ix) TO Det-Costo.
           IF Cst-Con-Salario(WS-Cst-Ix) > 0 THEN
               COMPUTE WS-Promedio ROUNDED =
                   Cst-Costo(WS-Cst-Ix) / Cst-Con-Salario(WS-Cst-Ix)
           ELSE
               MOVE 0 TO WS-Promedio
           END-IF.
           MOVE WS-Promedio TO Det-Promedio.

      *> Sin plantilla autorizada (o codigo desconocido) no hay
      *> diferencia ni costo de plantilla que calcular.
           EVALUATE TRUE
               WHEN Cst-Estado(WS-Cst-Ix) = "?"
                   MOVE "   --" TO Det-Autorizado
                   MOVE "   --" TO Det-Diferencia
                   MOVE "            --" TO Det-Proyectado
                   MOVE "DESCONOCIDO" TO Det-Marca
               WHEN Cst-Autorizado(WS-Cst-Ix) = SPACES OR
                       FUNCTION TRIM(Cst-Autorizado(WS-Cst-Ix))
                       IS NOT NUMERIC
                   MOVE "   --" TO Det-Autorizado
                   MOVE "   --" TO Det-Diferencia
                   MOVE "            --" TO Det-Proyectado
                   MOVE "SIN PLANT." TO Det-Marca
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(Cst-Autorizado(WS-Cst-Ix))
                       TO WS-Autorizado-Num
                   ADD WS-Autorizado-Num TO WS-Autorizado-Total
                   MOVE WS-Autorizado-Num TO WS-Autorizado-Edit
                   MOVE WS-Autorizado-Edit TO Det-Autorizado
                   COMPUTE WS-Diferencia =
                       Cst-Activos(WS-Cst-Ix) - WS-Autorizado-Num
                   MOVE WS-Diferencia TO WS-Diferencia-Edit
                   MOVE WS-Diferencia-Edit TO Det-Diferencia
                   COMPUTE WS-Proyectado ROUNDED =
                       WS-Promedio * WS-Autorizado-Num
                   ADD WS-Proyectado TO WS-Proyectado-Total
                   MOVE WS-Proyectado TO WS-Monto-Edit
                   MOVE WS-Monto-Edit TO Det-Proyectado
                   EVALUATE TRUE
                       WHEN WS-Diferencia > 0
                           MOVE "SOBRE" TO Det-Marca
                       WHEN WS-Diferencia < 0
                           MOVE "BAJO" TO Det-Marca
                       WHEN OTHER
                           MOVE "COMPLETO" TO Det-Marca
                   END-EVALUATE
           END-EVALUATE.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.

       ImprimirExcepciones.
           IF WS-Exc-Total = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.
           MOVE "EMPLEADOS ACTIVOS SIN COSTO EN EL MES"
               TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.
           MOVE "====================================="
               TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.
           PERFORM VARYING WS-Exc-Ix FROM 1 BY 1
                   UNTIL WS-Exc-Ix > WS-Exc-Cuenta
               MOVE SPACES TO Linea-Trabajo
               STRING Exc-ID(WS-Exc-Ix) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Exc-Depto(WS-Exc-Ix) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Exc-Motivo(WS-Exc-Ix) DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaCosto
           END-PERFORM.
           IF WS-Exc-Total > WS-Exc-Cuenta THEN
               MOVE SPACES TO Linea-Trabajo
               STRING "... y " DELIMITED BY SIZE
                   WS-Exc-Total DELIMITED BY SIZE
                   " en total (la lista se corta en " DELIMITED BY SIZE
                   WS-Exc-Max DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaCosto
           END-IF.

      *> Hoja final: mes y fin de mes usados, totales y las tasas con
      *> que se convirtio, con su fecha efectiva.
       ImprimirHojaFinal.
           PERFORM NuevaPagina.
           MOVE SPACES TO Linea-Trabajo.
           STRING "MES: " DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               "   ACTIVOS AL " DELIMITED BY SIZE
               WS-Mes-Fin DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Activos-Total DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaCosto.
           MOVE SPACES TO Linea-Trabajo.
           STRING "CON SALARIO VIGENTE: " DELIMITED BY SIZE
               WS-Con-Salario-Total DELIMITED BY SIZE
               "   SIN COSTO (EXCEPCIONES): " DELIMITED BY SIZE
               WS-Exc-Total DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaCosto.
           MOVE WS-Costo-Total TO WS-Monto-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "COSTO LABORAL DEL MES (MONEDA BASE): "
               DELIMITED BY SIZE
               WS-Monto-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaCosto.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.

           IF WS-Tasas-Cuenta = 0 THEN
               MOVE "SIN TIPOS DE CAMBIO: SOLO SE COSTEO MONEDA BASE."
                   TO Linea-Trabajo
               PERFORM EscribirLineaCosto
               EXIT PARAGRAPH
           END-IF.
           MOVE "TASAS DE CONVERSION (VIGENTES HOY EN TIPOSCAMBIO.DAT)"
               TO Linea-Trabajo.
           PERFORM EscribirLineaCosto.
           PERFORM VARYING WS-Tasa-Ix FROM 1 BY 1
                   UNTIL WS-Tasa-Ix > WS-Tasas-Cuenta
               MOVE Tasa-Valor(WS-Tasa-Ix) TO WS-Tasa-Edit
               MOVE Tasa-Usos(WS-Tasa-Ix) TO WS-Cuenta-Edit
               MOVE SPACES TO Linea-Trabajo
               STRING "  " DELIMITED BY SIZE
                   Tasa-Moneda(WS-Tasa-Ix) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Tasa-Edit DELIMITED BY SIZE
                   "  EFECTIVA " DELIMITED BY SIZE
                   Tasa-Fecha(WS-Tasa-Ix) DELIMITED BY SIZE
                   "  SALARIOS CONVERTIDOS: " DELIMITED BY SIZE
                   WS-Cuenta-Edit DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaCosto
           END-PERFORM.

      *> Cierra la pagina en curso y abre la siguiente con su bloque
      *> de encabezado, igual que ReporteRoster.
       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "COSTO LABORAL MENSUAL  MES: " DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               "            FECHA: " DELIMITED BY SIZE
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
           MOVE Linea-Encabezado TO Costo-Linea.
           WRITE Costo-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Costo-Linea
                   WRITE Costo-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaCosto.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Costo-Linea.
           WRITE Costo-Linea.
           ADD 1 TO WS-Linea-En-Pagina.
           MOVE SPACES TO Linea-Trabajo.

       END PROGRAM ReporteCostoLaboral.
