      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteVacaciones.

      *> Saldos de vacaciones del mes por departamento: por cada
      *> empleado, el saldo de apertura (todo lo anterior al primero
      *> del mes), lo abonado en el mes (abonos de
      *> AcumulacionVacaciones y ajustes), lo tomado en el mes
      *> (permisos VACACIONES que empiezan en el mes) y el saldo de
      *> cierre, con subtotal por departamento y total general.
      *> Los permisos de enfermedad, personales y sin goce no tocan
      *> el saldo y no salen aqui.
      *>
      *> Se marcan dos casos para RH: NEGATIVO, un saldo de cierre
      *> abajo de cero (vacaciones tomadas por adelantado), y BAJA
      *> CON SALDO, un empleado dado de baja en o antes del fin de
      *> mes que se fue con dias sin pagar. Con cualquiera de los dos
      *> la corrida termina con CC 4. No salen los que ingresan
      *> despues del fin de mes ni las bajas de meses
      *> anteriores que ya no tienen saldo ni movimientos.
      *>
      *> El maestro (lectura secuencial, en orden de Emp-ID) se cruza
      *> con data/VACACIONES.DAT (en orden de Emp-ID y fecha) en el
      *> procedimiento de entrada del SORT.
      *>
      *> Uso: ReporteVacaciones [AAAA-MM]   (sin mes: el mes actual)
      *> Salida: data/VACACIONES.AAAAMM.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT VacFile ASSIGN TO DYNAMIC WS-Vac-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Vac-Status.

      *> Archivo de trabajo para ordenar por departamento.
           SELECT SortFile ASSIGN TO "data/VACSORT.TMP".

           SELECT ReporteFile ASSIGN TO DYNAMIC WS-Reporte-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Reporte-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD VacFile.
           COPY VACACION.

       FD ReporteFile.
           01 Reporte-Linea PIC X(100).

       SD SortFile.
           01 Sort-Rec.
               05 Sort-Departamento PIC X(20).
               05 Sort-ID PIC 9(6).
               05 Sort-Nombre PIC X(30).
               05 Sort-Apertura PIC S9(5)V9(2).
               05 Sort-Abonado PIC S9(5)V9(2).
               05 Sort-Tomado PIC S9(5)V9(2).
               05 Sort-Cierre PIC S9(5)V9(2).
               05 Sort-Marca PIC X(15).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".
           01 WS-EOF-Sort PIC X VALUE "N".

           01 WS-Vac-Path PIC X(40) VALUE "data/VACACIONES.DAT".
           01 WS-Vac-Status PIC XX VALUE SPACES.
           01 WS-Vac-EOF PIC X VALUE "N".

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

      *> Saldos del empleado en turno, armados en el cruce.
           01 WS-Apertura PIC S9(5)V9(2) VALUE 0.
           01 WS-Abonado PIC S9(5)V9(2) VALUE 0.
           01 WS-Tomado PIC S9(5)V9(2) VALUE 0.
           01 WS-Cierre PIC S9(5)V9(2) VALUE 0.
           01 WS-Movs-Mes PIC 9(5) VALUE 0.
           01 WS-De-Baja PIC X VALUE "N".
           01 WS-Huerfanos PIC 9(6) VALUE 0.

      *> Control-break por departamento y totales.
           01 WS-Depto-Anterior PIC X(20) VALUE SPACES.
           01 WS-Primer-Registro PIC X VALUE "Y".
           01 WS-Sub-Empleados PIC 9(6) VALUE 0.
           01 WS-Sub-Apertura PIC S9(7)V9(2) VALUE 0.
           01 WS-Sub-Abonado PIC S9(7)V9(2) VALUE 0.
           01 WS-Sub-Tomado PIC S9(7)V9(2) VALUE 0.
           01 WS-Sub-Cierre PIC S9(7)V9(2) VALUE 0.
           01 WS-Tot-Empleados PIC 9(6) VALUE 0.
           01 WS-Tot-Apertura PIC S9(7)V9(2) VALUE 0.
           01 WS-Tot-Abonado PIC S9(7)V9(2) VALUE 0.
           01 WS-Tot-Tomado PIC S9(7)V9(2) VALUE 0.
           01 WS-Tot-Cierre PIC S9(7)V9(2) VALUE 0.
           01 WS-Negativos PIC 9(6) VALUE 0.
           01 WS-Bajas-Saldo PIC 9(6) VALUE 0.
           01 WS-Bajas-Dias PIC S9(7)V9(2) VALUE 0.
           01 WS-Total-Edit PIC -(6)9.99.

      *> Control de paginacion del archivo de impresion: paginas de
      *> 66 lineas, con hasta 60 de contenido.
           01 WS-Reporte-Path PIC X(40) VALUE SPACES.
           01 WS-Reporte-Status PIC XX VALUE SPACES.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Hoy-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Corrida PIC X(10) VALUE SPACES.
           01 Linea-Trabajo PIC X(100) VALUE SPACES.
           01 Linea-Encabezado PIC X(100) VALUE SPACES.

      *> Renglon de detalle (y de subtotal) con columnas fijas.
           01 Linea-Detalle.
               05 Det-ID PIC X(6).
               05 Det-Sep1 PIC X(2) VALUE SPACES.
               05 Det-Nombre PIC X(30).
               05 Det-Apertura PIC -(5)9.99.
               05 Det-Sep2 PIC X(1) VALUE SPACES.
               05 Det-Abonado PIC -(5)9.99.
               05 Det-Sep3 PIC X(1) VALUE SPACES.
               05 Det-Tomado PIC -(5)9.99.
               05 Det-Sep4 PIC X(1) VALUE SPACES.
               05 Det-Cierre PIC -(5)9.99.
               05 Det-Sep5 PIC X(2) VALUE SPACES.
               05 Det-Marca PIC X(15).

       PROCEDURE DIVISION.
       Reportar.
           DISPLAY "===== Saldos de Vacaciones por Departamento =====".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).

           PERFORM DeterminarMes.

           OPEN OUTPUT ReporteFile.
           IF WS-Reporte-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de impresion de "
                   "vacaciones: " WS-Reporte-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.

           SORT SortFile
               ON ASCENDING KEY Sort-Departamento Sort-ID
               INPUT PROCEDURE IS CargarParaOrdenar
               OUTPUT PROCEDURE IS ImprimirOrdenado.

           PERFORM RellenarPagina.
           CLOSE ReporteFile.

           DISPLAY "Reporte impreso en " FUNCTION TRIM(WS-Reporte-Path)
               " (" WS-Pagina " paginas, " WS-Tot-Empleados
               " empleados).".
           IF WS-Huerfanos > 0 THEN
               DISPLAY "Aviso: " WS-Huerfanos " movimientos de "
                   "vacaciones de IDs que no estan en el maestro."
           END-IF.
           IF WS-Negativos > 0 OR WS-Bajas-Saldo > 0 THEN
               DISPLAY "Marcados: " WS-Negativos " saldos negativos, "
                   WS-Bajas-Saldo " bajas con saldo sin pagar."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> AAAA-MM del argumento (o el mes en curso), validado como el
      *> primero de ese mes.
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

           MOVE SPACES TO WS-Reporte-Path.
           STRING "data/VACACIONES." DELIMITED BY SIZE
               WS-Mes(1:4) DELIMITED BY SIZE
               WS-Mes(6:2) DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Reporte-Path
           END-STRING.

       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "SALDOS DE VACACIONES POR DEPARTAMENTO - MES "
               DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               "   FECHA: " DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           MOVE "ID      EMPLEADO" TO Linea-Encabezado.
           MOVE "APERTURA" TO Linea-Encabezado(41:8).
           MOVE "ABONADO" TO Linea-Encabezado(51:7).
           MOVE "TOMADO" TO Linea-Encabezado(62:6).
           MOVE "CIERRE" TO Linea-Encabezado(72:6).
           MOVE "MARCA" TO Linea-Encabezado(80:5).
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

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

      *> Procedimiento de entrada del SORT: barre el maestro y, en
      *> paralelo, el archivo de vacaciones; cada empleado sale con
      *> sus saldos del mes ya calculados.
       CargarParaOrdenar.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VacFile.
           IF WS-Vac-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de vacaciones, "
                   "todos los saldos salen en cero."
               MOVE "Y" TO WS-Vac-EOF
           ELSE
               IF WS-Vac-Status NOT = "00" THEN
                   DISPLAY "Error abriendo el archivo de vacaciones: "
                       WS-Vac-Status
                   CLOSE EmployeeFile
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM LeerVacacion.
           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SaldarEmpleado
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-Vac-EOF = "Y"
               ADD 1 TO WS-Huerfanos
               PERFORM LeerVacacion
           END-PERFORM.

           CLOSE EmployeeFile.
           IF WS-Vac-Status NOT = "35" THEN
               CLOSE VacFile
           END-IF.

      *> Suma los movimientos del empleado en turno por columna y
      *> libera su renglon, salvo que no tenga nada que mostrar.
       SaldarEmpleado.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vac-EmpID >= Emp-ID
               ADD 1 TO WS-Huerfanos
               PERFORM LeerVacacion
           END-PERFORM.

           MOVE 0 TO WS-Apertura WS-Abonado WS-Tomado WS-Movs-Mes.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vac-EmpID NOT = Emp-ID
               PERFORM ClasificarMovimiento
               PERFORM LeerVacacion
           END-PERFORM.
           COMPUTE WS-Cierre = WS-Apertura + WS-Abonado - WS-Tomado.

           IF Emp-FechaIngreso > WS-Mes-Fin THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-De-Baja.
           IF Emp-Estado = "I" AND
                   (Emp-FechaBaja = SPACES OR
                    Emp-FechaBaja <= WS-Mes-Fin) THEN
               MOVE "Y" TO WS-De-Baja
               IF WS-Cierre = 0 AND WS-Movs-Mes = 0 AND
                       WS-Apertura = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE Emp-Departamento TO Sort-Departamento.
           MOVE Emp-ID TO Sort-ID.
           MOVE SPACES TO Sort-Nombre.
           STRING FUNCTION TRIM(Emp-Nombre) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(Emp-Apellidos) DELIMITED BY SIZE
               INTO Sort-Nombre
           END-STRING.
           MOVE WS-Apertura TO Sort-Apertura.
           MOVE WS-Abonado TO Sort-Abonado.
           MOVE WS-Tomado TO Sort-Tomado.
           MOVE WS-Cierre TO Sort-Cierre.
           MOVE SPACES TO Sort-Marca.
           EVALUATE TRUE
               WHEN WS-Cierre < 0
                   MOVE "NEGATIVO" TO Sort-Marca
               WHEN WS-De-Baja = "Y" AND WS-Cierre > 0
                   MOVE "BAJA CON SALDO" TO Sort-Marca
           END-EVALUATE.
           RELEASE Sort-Rec.

      *> Antes del mes va a la apertura con su signo; dentro del mes
      *> los abonos y ajustes van a abonado y las vacaciones a
      *> tomado. Lo posterior al mes y los permisos que no
      *> descuentan no cuentan.
       ClasificarMovimiento.
           IF Vac-FechaInicio > WS-Mes-Fin THEN
               EXIT PARAGRAPH
           END-IF.
           IF Vac-FechaInicio < WS-Mes-Inicio THEN
               EVALUATE Vac-Tipo
                   WHEN "ACUMULACION"
                   WHEN "AJUSTE"
                       ADD Vac-Dias TO WS-Apertura
                   WHEN "VACACIONES"
                       SUBTRACT Vac-Dias FROM WS-Apertura
               END-EVALUATE
           ELSE
               EVALUATE Vac-Tipo
                   WHEN "ACUMULACION"
                   WHEN "AJUSTE"
                       ADD Vac-Dias TO WS-Abonado
                       ADD 1 TO WS-Movs-Mes
                   WHEN "VACACIONES"
                       ADD Vac-Dias TO WS-Tomado
                       ADD 1 TO WS-Movs-Mes
               END-EVALUATE
           END-IF.

      *> Siguiente movimiento, saltando lineas en blanco.
       LeerVacacion.
           IF WS-Vac-EOF = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           READ VacFile
               AT END
                   MOVE "Y" TO WS-Vac-EOF
           END-READ.
           PERFORM UNTIL WS-Vac-EOF = "Y" OR Vacacion-Rec NOT = SPACES
               READ VacFile
                   AT END
                       MOVE "Y" TO WS-Vac-EOF
               END-READ
           END-PERFORM.

      *> Procedimiento de salida del SORT: detalle por empleado con
      *> subtotal cada vez que cambia el departamento.
       ImprimirOrdenado.
           PERFORM UNTIL WS-EOF-Sort = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-EOF-Sort
                   NOT AT END
                       PERFORM ProcesarOrdenado
               END-RETURN
           END-PERFORM.

           IF WS-Primer-Registro = "N" THEN
               PERFORM ImprimirSubtotalDepto
           END-IF.

           PERFORM ImprimirTrailer.

       ProcesarOrdenado.
           IF WS-Primer-Registro = "Y" THEN
               MOVE Sort-Departamento TO WS-Depto-Anterior
               MOVE "N" TO WS-Primer-Registro
               PERFORM ImprimirTituloDepto
           ELSE
               IF Sort-Departamento NOT = WS-Depto-Anterior THEN
                   PERFORM ImprimirSubtotalDepto
                   MOVE Sort-Departamento TO WS-Depto-Anterior
                   PERFORM ImprimirTituloDepto
               END-IF
           END-IF.

           PERFORM ImprimirRenglonOrdenado.

       ImprimirTituloDepto.
           MOVE 0 TO WS-Sub-Empleados WS-Sub-Apertura WS-Sub-Abonado
               WS-Sub-Tomado WS-Sub-Cierre.
           MOVE SPACES TO Linea-Trabajo.
           STRING "--- Departamento: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Depto-Anterior) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.

       ImprimirRenglonOrdenado.
           MOVE Sort-ID TO Det-ID.
           MOVE Sort-Nombre TO Det-Nombre.
           MOVE Sort-Apertura TO Det-Apertura.
           MOVE Sort-Abonado TO Det-Abonado.
           MOVE Sort-Tomado TO Det-Tomado.
           MOVE Sort-Cierre TO Det-Cierre.
           MOVE Sort-Marca TO Det-Marca.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

           ADD 1 TO WS-Sub-Empleados WS-Tot-Empleados.
           ADD Sort-Apertura TO WS-Sub-Apertura WS-Tot-Apertura.
           ADD Sort-Abonado TO WS-Sub-Abonado WS-Tot-Abonado.
           ADD Sort-Tomado TO WS-Sub-Tomado WS-Tot-Tomado.
           ADD Sort-Cierre TO WS-Sub-Cierre WS-Tot-Cierre.
           EVALUATE Sort-Marca
               WHEN "NEGATIVO"
                   ADD 1 TO WS-Negativos
               WHEN "BAJA CON SALDO"
                   ADD 1 TO WS-Bajas-Saldo
                   ADD Sort-Cierre TO WS-Bajas-Dias
           END-EVALUATE.

       ImprimirSubtotalDepto.
           MOVE SPACES TO Det-ID.
           MOVE SPACES TO Det-Nombre.
           STRING "  Subtotal (" DELIMITED BY SIZE
               WS-Sub-Empleados DELIMITED BY SIZE
               " empleados)" DELIMITED BY SIZE
               INTO Det-Nombre
           END-STRING.
           MOVE WS-Sub-Apertura TO Det-Apertura.
           MOVE WS-Sub-Abonado TO Det-Abonado.
           MOVE WS-Sub-Tomado TO Det-Tomado.
           MOVE WS-Sub-Cierre TO Det-Cierre.
           MOVE SPACES TO Det-Marca.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

      *> Hoja final de totales en pagina nueva.
       ImprimirTrailer.
           PERFORM NuevaPagina.

           MOVE "================================" TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

           MOVE SPACES TO Det-ID.
           MOVE SPACES TO Det-Nombre.
           STRING "TOTAL (" DELIMITED BY SIZE
               WS-Tot-Empleados DELIMITED BY SIZE
               " empleados)" DELIMITED BY SIZE
               INTO Det-Nombre
           END-STRING.
           MOVE WS-Tot-Apertura TO Det-Apertura.
           MOVE WS-Tot-Abonado TO Det-Abonado.
           MOVE WS-Tot-Tomado TO Det-Tomado.
           MOVE WS-Tot-Cierre TO Det-Cierre.
           MOVE SPACES TO Det-Marca.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SALDOS NEGATIVOS: " DELIMITED BY SIZE
               WS-Negativos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.

           MOVE WS-Bajas-Dias TO WS-Total-Edit.
           MOVE SPACES TO Linea-Trabajo.
           STRING "BAJAS CON SALDO SIN PAGAR: " DELIMITED BY SIZE
               WS-Bajas-Saldo DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Total-Edit) DELIMITED BY SIZE
               " dias)" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.

           IF WS-Huerfanos > 0 THEN
               MOVE SPACES TO Linea-Trabajo
               STRING "MOVIMIENTOS SIN EMPLEADO EN EL MAESTRO: "
                   DELIMITED BY SIZE
                   WS-Huerfanos DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaReporte
           END-IF.

       END PROGRAM ReporteVacaciones.
