      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteRosterAFecha.

      *> Roster del maestro de empleados tal como estaba en una fecha
      *> pasada ("quien estaba en VENTAS al cierre de marzo"). El
      *> maestro se actualiza en sitio y solo dice como esta hoy; aqui
      *> se parte del respaldo nocturno mas cercano en o antes de la
      *> fecha pedida (data/EMPBACKUP.AAAAMMDD.DAT, el mismo que usa
      *> RestaurarEmpleados, con sus controles H/T) y se le aplican
      *> encima los movimientos de data/EMPMOVS.DAT hasta esa fecha
      *> inclusive, en un maestro de trabajo aparte: el maestro real
      *> no se toca. El roster sale agrupado por departamento como el
      *> de ReporteRoster, con la cuenta de activos, inactivos y
      *> pendientes de cada uno.
      *>
      *> Las reglas de la reconstruccion:
      *>  - Un respaldo sin encabezado o con el trailer descuadrado no
      *>    sirve: se avisa y se busca uno anterior. Sin ningun
      *>    respaldo utilizable la corrida termina con CC 8 y lo dice.
      *>  - El respaldo se toma durante el job nocturno, asi que los
      *>    movimientos del mismo dia del respaldo pueden estar o no
      *>    dentro de el: se aplican solo si el respaldo trae todavia
      *>    el valor anterior, y si ya trae el nuevo se dan por
      *>    incluidos.
      *>  - El historial de un alta solo guarda la fecha de ingreso:
      *>    los demas datos del empleado salen del maestro actual,
      *>    corregidos hacia atras con el valor anterior del primer
      *>    cambio posterior a la fecha pedida.
      *>  - Todo lo que no cuadra (un cambio cuyo valor anterior no es
      *>    el que tiene la reconstruccion, un movimiento de un Emp-ID
      *>    que no esta, un alta que ya existia, un historial ausente)
      *>    es un hueco del historial: se aplica lo que se pueda, se
      *>    lista en la hoja final y la corrida termina con CC 4.
      *>  - Un empleado anonimizado (data/ANONIMIZADOS.DAT) sale
      *>    enmascarado aunque el respaldo sea de antes de la
      *>    anonimizacion; el historial ya esta enmascarado igual, asi
      *>    que los cambios de nombre siguen cuadrando.
      *>
      *> Uso: ReporteRosterAFecha AAAA-MM-DD

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Maestro actual, solo para completar los datos de las altas
      *> posteriores al respaldo.
           SELECT MaestroFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT RespaldoFile ASSIGN TO DYNAMIC WS-Respaldo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Respaldo-Status.

           SELECT MovimientosFile ASSIGN TO DYNAMIC WS-Movs-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Movs-Status.

      *> Maestro de trabajo donde se reconstruye la fecha pedida: el
      *> mismo RELATIVE por Emp-ID que el maestro real, para poder
      *> aplicar cada movimiento directo por la llave.
           SELECT TrabajoFile ASSIGN TO DYNAMIC WS-Trab-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Trab-Key
               FILE STATUS WS-Trab-Status.

           SELECT SortFile ASSIGN TO "data/ROSTERAF.SRT".

           SELECT RosterFile ASSIGN TO DYNAMIC WS-Roster-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Roster-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MaestroFile.
           01 Maestro-Rec PIC X(127).

       FD RespaldoFile.
           01 Respaldo-Rec PIC X(130).

       FD MovimientosFile.
           01 Movimiento-Rec PIC X(160).

      *> El registro de trabajo es el del maestro mas el origen
      *> ("B" respaldo, "M" alta completada desde el maestro actual)
      *> y una bandera por campo: "Y" cuando el valor ya es el de la
      *> fecha pedida segun el historial, "N" cuando todavia es el
      *> del maestro actual y puede corregirse hacia atras.
       FD TrabajoFile.
           COPY EMPLOYEE.
           01 Trabajo-Ext.
               05 FILLER PIC X(127).
               05 Trab-Origen PIC X.
               05 Trab-Fijos.
                   10 Trab-Fijo OCCURS 9 TIMES PIC X.

       FD RosterFile.
           01 Roster-Linea PIC X(100).

       SD SortFile.
           01 Sort-Rec.
               05 Sort-Departamento PIC X(20).
               05 Sort-ID PIC 9(6).
               05 Sort-Nombre PIC X(20).
               05 Sort-Apellidos PIC X(32).
      *> Estado a la fecha pedida: "A" activo, "I" inactivo, "P"
      *> pendiente de ingreso (misma regla que ReporteRoster).
               05 Sort-Estado PIC X.
               05 Sort-FechaIngreso PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.
      *> "N" sin abrir, "Y" abierto, "X" no se pudo abrir.
           01 WS-Maestro-Abierto PIC X VALUE "N".

           01 WS-Respaldo-Path PIC X(40) VALUE SPACES.
           01 WS-Respaldo-Status PIC XX VALUE SPACES.
           01 WS-Movs-Path PIC X(40) VALUE "data/EMPMOVS.DAT".
           01 WS-Movs-Status PIC XX VALUE SPACES.
           01 WS-Trab-Path PIC X(40) VALUE "data/ROSTERAF.TMP".
           01 WS-Trab-Status PIC XX VALUE SPACES.
           01 WS-Trab-Key PIC 9(6) VALUE 0.
           01 WS-Trab-Existe PIC X VALUE "N".
           01 WS-EOF PIC X VALUE "N".
           01 WS-EOF-Sort PIC X VALUE "N".

      *> Fecha pedida, en AAAA-MM-DD (como las fechas del maestro) y
      *> en AAAAMMDD (como las marcas de tiempo del historial).
           01 WS-Arg-Linea PIC X(80) VALUE SPACES.
           01 WS-Fecha-Corte PIC X(10) VALUE SPACES.
           01 WS-Corte-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Hoy-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Corrida PIC X(10) VALUE SPACES.

      *> Busqueda del respaldo: se prueba dia por dia hacia atras
      *> desde la fecha pedida, hasta diez anios.
           01 WS-Dia-Probado PIC 9(7) VALUE 0.
           01 WS-Dias-Probados PIC 9(5) VALUE 0.
           01 WS-Dias-Busqueda PIC 9(5) VALUE 3660.
           01 WS-Fecha-Probada PIC 9(8) VALUE 0.
           01 WS-Respaldo-Encontrado PIC X VALUE "N".
           01 WS-Fecha-Respaldo PIC X(8) VALUE SPACES.
           01 WS-Respaldos-Descartados PIC 9(6) VALUE 0.

      *> Controles del respaldo, igual que en RestaurarEmpleados.
           01 WS-Vio-Header PIC X VALUE "N".
           01 WS-Vio-Trailer PIC X VALUE "N".
           01 WS-Cuenta-Trailer PIC 9(6) VALUE 0.
           01 WS-Detalles-Contados PIC 9(6) VALUE 0.
           01 WS-Controles-OK PIC X VALUE "Y".
           01 WS-Campo-1 PIC X(10) VALUE SPACES.
           01 WS-Campo-2 PIC X(10) VALUE SPACES.
           01 WS-Campo-3 PIC X(10) VALUE SPACES.
           01 WS-Cargados PIC 9(6) VALUE 0.

      *> Campos de trabajo para partir cada linea del historial.
           01 WS-Mov-ID PIC X(6) VALUE SPACES.
           01 WS-Mov-Campo PIC X(16) VALUE SPACES.
           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Timestamp PIC X(21) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE SPACES.
           01 WS-Mov-Fecha PIC X(8) VALUE SPACES.
           01 WS-Mov-Fecha-Guion PIC X(10) VALUE SPACES.
           01 WS-Mismo-Dia PIC X VALUE "N".
           01 WS-Campo-Num PIC 9 VALUE 0.
           01 WS-Valor-Actual PIC X(32) VALUE SPACES.

           01 WS-Movs-Aplicados PIC 9(6) VALUE 0.
           01 WS-Movs-Incluidos PIC 9(6) VALUE 0.
           01 WS-Movs-Ignorados PIC 9(6) VALUE 0.

      *> Huecos del historial: se cuentan todos y se guardan los
      *> primeros para la hoja final; la salida de la corrida los
      *> trae completos.
           01 WS-Huecos PIC 9(6) VALUE 0.
           01 WS-Hueco-Motivo PIC X(50) VALUE SPACES.
           01 WS-Hueco-Texto PIC X(100) VALUE SPACES.
           01 WS-Huecos-Max PIC 9(3) VALUE 50.
           01 Tabla-Huecos.
               05 Hueco-Linea OCCURS 50 TIMES PIC X(100).
           01 WS-Hueco-Idx PIC 9(3) VALUE 0.
           01 WS-Huecos-Resto PIC 9(6) VALUE 0.

      *> Totales del roster, generales y por departamento.
           01 WS-Depto-Anterior PIC X(20) VALUE SPACES.
           01 WS-Primer-Registro PIC X VALUE "Y".
           01 WS-Sub-Activos PIC 9(6) VALUE 0.
           01 WS-Sub-Inactivos PIC 9(6) VALUE 0.
           01 WS-Sub-Pendientes PIC 9(6) VALUE 0.
           01 WS-Activos PIC 9(6) VALUE 0.
           01 WS-Inactivos PIC 9(6) VALUE 0.
           01 WS-Pendientes PIC 9(6) VALUE 0.
           01 WS-Contador PIC 9(6) VALUE 0.

           01 WS-Masc-Operacion PIC X(6) VALUE "BUSCAR".
           01 WS-Masc-Enmascarado PIC X VALUE "N".

      *> Paginacion del archivo de impresion, igual que ReporteRoster.
           01 WS-Roster-Path PIC X(40) VALUE SPACES.
           01 WS-Roster-Status PIC XX VALUE SPACES.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 Linea-Trabajo PIC X(100) VALUE SPACES.
           01 Linea-Encabezado PIC X(100) VALUE SPACES.

           01 Linea-Detalle.
               05 Det-ID PIC 9(6).
               05 Det-Sep1 PIC X(2) VALUE SPACES.
               05 Det-Nombre PIC X(20).
               05 Det-Sep2 PIC X(2) VALUE SPACES.
               05 Det-Apellidos PIC X(32).
               05 Det-Sep3 PIC X(2) VALUE SPACES.
               05 Det-Estado PIC X(9).
               05 Det-Sep4 PIC X(2) VALUE SPACES.
               05 Det-FechaIngreso PIC X(10).

       PROCEDURE DIVISION.
       Reportar.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).

           PERFORM TomarArgumentos.

           DISPLAY "===== Roster de Empleados al " WS-Fecha-Corte
               " =====".

           PERFORM BuscarRespaldo.
           IF WS-Respaldo-Encontrado NOT = "Y" THEN
               DISPLAY "Error: no hay ningun respaldo utilizable del "
                   "maestro (data/EMPBACKUP.AAAAMMDD.DAT) en o antes "
                   "del " WS-Fecha-Corte "; el roster a esa fecha no "
                   "se puede reconstruir."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Respaldo base: " FUNCTION TRIM(WS-Respaldo-Path).

           PERFORM CargarRespaldo.
           PERFORM ReproducirMovimientos.
           IF WS-Maestro-Abierto = "Y" THEN
               CLOSE MaestroFile
           END-IF.
           CLOSE TrabajoFile.

           MOVE SPACES TO WS-Roster-Path.
           STRING "data/ROSTERAF." DELIMITED BY SIZE
               WS-Corte-AAAAMMDD DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Roster-Path
           END-STRING.
           OPEN OUTPUT RosterFile.
           IF WS-Roster-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de impresion del "
                   "roster: " WS-Roster-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.

           SORT SortFile
               ON ASCENDING KEY Sort-Departamento Sort-ID
               INPUT PROCEDURE IS CargarParaOrdenar
               OUTPUT PROCEDURE IS ImprimirOrdenado.

           PERFORM RellenarPagina.
           CLOSE RosterFile.

           DISPLAY "Roster al " WS-Fecha-Corte " impreso en "
               FUNCTION TRIM(WS-Roster-Path) " (" WS-Pagina
               " paginas, " WS-Contador " empleados).".
           DISPLAY "Movimientos aplicados: " WS-Movs-Aplicados
               ", ya incluidos en el respaldo: " WS-Movs-Incluidos.
           IF WS-Huecos > 0 THEN
               DISPLAY "Atencion: " WS-Huecos " huecos en el "
                   "historial; el roster puede no reflejar el "
                   WS-Fecha-Corte "."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> La fecha pedida es obligatoria, valida y no futura (el roster
      *> de hoy es el de ReporteRoster).
       TomarArgumentos.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           IF WS-Arg-Linea = SPACES THEN
               DISPLAY "Uso: ReporteRosterAFecha AAAA-MM-DD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WS-Arg-Linea) TO WS-Fecha-Corte.
           CALL "ValidarFecha" USING WS-Fecha-Corte
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               DISPLAY "Error: la fecha debe ser AAAA-MM-DD valida ("
                   FUNCTION TRIM(WS-Fecha-Motivo) ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Fecha-Corte(1:4) TO WS-Corte-AAAAMMDD(1:4).
           MOVE WS-Fecha-Corte(6:2) TO WS-Corte-AAAAMMDD(5:2).
           MOVE WS-Fecha-Corte(9:2) TO WS-Corte-AAAAMMDD(7:2).
           IF WS-Corte-AAAAMMDD > WS-Hoy-AAAAMMDD THEN
               DISPLAY "Error: la fecha " WS-Fecha-Corte " es futura;"
                   " el roster de hoy lo da ReporteRoster."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Prueba dia por dia hacia atras desde la fecha pedida hasta
      *> dar con un respaldo que exista y cuadre sus controles.
       BuscarRespaldo.
           COMPUTE WS-Dia-Probado = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Corte-AAAAMMDD)).
           MOVE 0 TO WS-Dias-Probados.
           PERFORM UNTIL WS-Respaldo-Encontrado = "Y"
                   OR WS-Dias-Probados > WS-Dias-Busqueda
                   OR WS-Dia-Probado < 1
               PERFORM ProbarRespaldo
               IF WS-Respaldo-Encontrado NOT = "Y" THEN
                   SUBTRACT 1 FROM WS-Dia-Probado
                   ADD 1 TO WS-Dias-Probados
               END-IF
           END-PERFORM.

       ProbarRespaldo.
           MOVE FUNCTION DATE-OF-INTEGER(WS-Dia-Probado)
               TO WS-Fecha-Probada.
           MOVE SPACES TO WS-Respaldo-Path.
           STRING "data/EMPBACKUP." DELIMITED BY SIZE
               WS-Fecha-Probada DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Respaldo-Path
           END-STRING.

           OPEN INPUT RespaldoFile.
           IF WS-Respaldo-Status = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Respaldo-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el respaldo "
                   FUNCTION TRIM(WS-Respaldo-Path) ": "
                   WS-Respaldo-Status "; se busca uno anterior."
               ADD 1 TO WS-Respaldos-Descartados
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-Vio-Header.
           MOVE "N" TO WS-Vio-Trailer.
           MOVE "Y" TO WS-Controles-OK.
           MOVE 0 TO WS-Cuenta-Trailer.
           MOVE 0 TO WS-Detalles-Contados.
           PERFORM UNTIL WS-EOF = "Y"
               READ RespaldoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ClasificarControlRespaldo
               END-READ
           END-PERFORM.
           CLOSE RespaldoFile.

           IF WS-Vio-Header = "N" OR WS-Vio-Trailer = "N" THEN
               MOVE "N" TO WS-Controles-OK
           END-IF.
           IF WS-Detalles-Contados NOT = WS-Cuenta-Trailer THEN
               MOVE "N" TO WS-Controles-OK
           END-IF.

           IF WS-Controles-OK = "Y" THEN
               MOVE "Y" TO WS-Respaldo-Encontrado
               MOVE WS-Fecha-Probada TO WS-Fecha-Respaldo
           ELSE
               DISPLAY "Aviso: el respaldo "
                   FUNCTION TRIM(WS-Respaldo-Path) " no cuadra sus "
                   "controles (truncado o alterado); se busca uno "
                   "anterior."
               ADD 1 TO WS-Respaldos-Descartados
           END-IF.

       ClasificarControlRespaldo.
           EVALUATE Respaldo-Rec(1:1)
               WHEN "H"
                   MOVE "Y" TO WS-Vio-Header
               WHEN "T"
                   MOVE "Y" TO WS-Vio-Trailer
                   MOVE SPACES TO WS-Campo-1 WS-Campo-2
                   UNSTRING Respaldo-Rec DELIMITED BY ";"
                       INTO WS-Campo-1 WS-Campo-2
                   END-UNSTRING
                   IF WS-Campo-2(1:6) IS NUMERIC THEN
                       MOVE WS-Campo-2(1:6) TO WS-Cuenta-Trailer
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-Detalles-Contados
               WHEN OTHER
                   MOVE "N" TO WS-Controles-OK
           END-EVALUATE.

      *> El respaldo ya cuadro: cada detalle va a la posicion
      *> relativa de su Emp-ID en el maestro de trabajo.
       CargarRespaldo.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trab-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de trabajo "
                   FUNCTION TRIM(WS-Trab-Path) ": " WS-Trab-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF.
           OPEN INPUT RespaldoFile.
           PERFORM UNTIL WS-EOF = "Y"
               READ RespaldoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF Respaldo-Rec(1:1) = "D" THEN
                           PERFORM CargarDetalleRespaldo
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RespaldoFile.
           CLOSE TrabajoFile.

           OPEN I-O TrabajoFile.
           IF WS-Trab-Status NOT = "00" THEN
               DISPLAY "Error reabriendo el maestro de trabajo: "
                   WS-Trab-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CargarDetalleRespaldo.
           MOVE SPACES TO Trabajo-Ext.
           MOVE Respaldo-Rec(2:127) TO Employee-Rec.
           IF Emp-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Nombre NOT = "ANONIMIZADO" THEN
               CALL "EnmascararEmpleado" USING WS-Masc-Operacion
                   Employee-Rec WS-Masc-Enmascarado
           END-IF.
           MOVE "B" TO Trab-Origen.
           MOVE "YYYYYYYYY" TO Trab-Fijos.
           MOVE Emp-ID TO WS-Trab-Key.
           WRITE Trabajo-Ext
               INVALID KEY
                   DISPLAY "Aviso: Emp-ID " Emp-ID " repetido en el "
                       "respaldo; se queda el primero."
               NOT INVALID KEY
                   ADD 1 TO WS-Cargados
           END-WRITE.

      *> Recorre el historial completo (esta en orden cronologico):
      *> lo anterior al respaldo se salta, lo del dia del respaldo se
      *> aplica solo si falta, lo que sigue hasta la fecha pedida se
      *> aplica, y lo posterior solo sirve para corregir hacia atras
      *> los datos que se tomaron del maestro actual.
       ReproducirMovimientos.
           OPEN INPUT MovimientosFile.
           IF WS-Movs-Status = "35" THEN
               IF WS-Fecha-Respaldo < WS-Corte-AAAAMMDD THEN
                   MOVE SPACES TO WS-Hueco-Texto
                   STRING "No existe el historial "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Movs-Path) DELIMITED BY SIZE
                       "; faltan los cambios posteriores al "
                       DELIMITED BY SIZE
                       WS-Fecha-Respaldo DELIMITED BY SIZE
                       INTO WS-Hueco-Texto
                   END-STRING
                   PERFORM AnotarHueco
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-Movs-Status NOT = "00" THEN
               MOVE SPACES TO WS-Hueco-Texto
               STRING "No se pudo leer el historial "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Movs-Path) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-Movs-Status DELIMITED BY SIZE
                   INTO WS-Hueco-Texto
               END-STRING
               PERFORM AnotarHueco
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MovimientosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RevisarMovimiento
               END-READ
           END-PERFORM.
           CLOSE MovimientosFile.

       RevisarMovimiento.
           IF Movimiento-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Mov-ID WS-Mov-Campo WS-Mov-Anterior
               WS-Mov-Nuevo WS-Mov-Timestamp WS-Mov-Programa.
           UNSTRING Movimiento-Rec DELIMITED BY ";"
               INTO WS-Mov-ID WS-Mov-Campo WS-Mov-Anterior
                   WS-Mov-Nuevo WS-Mov-Timestamp WS-Mov-Programa
           END-UNSTRING.
           MOVE WS-Mov-Timestamp(1:8) TO WS-Mov-Fecha.

           IF WS-Mov-ID IS NOT NUMERIC OR
                   WS-Mov-Fecha IS NOT NUMERIC THEN
               MOVE SPACES TO WS-Hueco-Texto
               STRING "Linea ilegible en el historial: "
                   DELIMITED BY SIZE
                   Movimiento-Rec(1:60) DELIMITED BY SIZE
                   INTO WS-Hueco-Texto
               END-STRING
               PERFORM AnotarHueco
               EXIT PARAGRAPH
           END-IF.

           IF WS-Mov-Fecha < WS-Fecha-Respaldo THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Mov-ID TO WS-Trab-Key.
           IF WS-Trab-Key = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-Mov-Fecha > WS-Corte-AAAAMMDD THEN
               PERFORM AplicarPosterior
               EXIT PARAGRAPH
           END-IF.

           IF WS-Mov-Fecha = WS-Fecha-Respaldo THEN
               MOVE "Y" TO WS-Mismo-Dia
           ELSE
               MOVE "N" TO WS-Mismo-Dia
           END-IF.

           EVALUATE WS-Mov-Campo
               WHEN "ALTA"
                   PERFORM AplicarAlta
               WHEN "PURGA"
                   PERFORM AplicarPurga
               WHEN OTHER
                   PERFORM AplicarCambioCampo
           END-EVALUATE.

       LeerTrabajo.
           READ TrabajoFile
               INVALID KEY
                   MOVE "N" TO WS-Trab-Existe
               NOT INVALID KEY
                   MOVE "Y" TO WS-Trab-Existe
           END-READ.

      *> Un alta posterior al respaldo: el historial solo trae la
      *> fecha de ingreso; el resto sale del maestro actual y queda
      *> marcado para corregirse con los cambios que vengan.
       AplicarAlta.
           PERFORM LeerTrabajo.
           IF WS-Trab-Existe = "Y" THEN
               IF WS-Mismo-Dia = "Y" THEN
                   ADD 1 TO WS-Movs-Incluidos
               ELSE
                   MOVE "alta de un Emp-ID que ya existia"
                       TO WS-Hueco-Motivo
                   PERFORM AnotarHuecoMovimiento
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM TraerDelMaestro.
           IF WS-Mov-Nuevo NOT = SPACES THEN
               MOVE WS-Mov-Nuevo(1:10) TO Emp-FechaIngreso
           END-IF.
           MOVE WS-Mov-Fecha(1:4) TO WS-Mov-Fecha-Guion(1:4).
           MOVE "-" TO WS-Mov-Fecha-Guion(5:1).
           MOVE WS-Mov-Fecha(5:2) TO WS-Mov-Fecha-Guion(6:2).
           MOVE "-" TO WS-Mov-Fecha-Guion(8:1).
           MOVE WS-Mov-Fecha(7:2) TO WS-Mov-Fecha-Guion(9:2).
      *> Mismo criterio que la captura de ProgramaRodas: ingreso con
      *> fecha futura al momento del alta entra pendiente.
           IF Emp-FechaIngreso > WS-Mov-Fecha-Guion THEN
               MOVE "P" TO Emp-Estado
           ELSE
               MOVE "A" TO Emp-Estado
           END-IF.
           MOVE SPACES TO Emp-FechaBaja.
           MOVE SPACES TO Emp-MotivoBaja.
           MOVE "M" TO Trab-Origen.
           MOVE "NNNNYYYYN" TO Trab-Fijos.
           WRITE Trabajo-Ext
               INVALID KEY
                   MOVE "no se pudo grabar el alta"
                       TO WS-Hueco-Motivo
                   PERFORM AnotarHuecoMovimiento
               NOT INVALID KEY
                   ADD 1 TO WS-Movs-Aplicados
           END-WRITE.

      *> Deja en el registro de trabajo los datos del empleado segun
      *> el maestro actual; si ya no esta (purgado despues) o no hay
      *> maestro, el alta entra solo con lo que dice el historial.
       TraerDelMaestro.
           IF WS-Maestro-Abierto = "N" THEN
               OPEN INPUT MaestroFile
               IF WS-Emp-Status = "00" THEN
                   MOVE "Y" TO WS-Maestro-Abierto
               ELSE
                   MOVE "X" TO WS-Maestro-Abierto
               END-IF
           END-IF.

           MOVE SPACES TO Trabajo-Ext.
           IF WS-Maestro-Abierto = "Y" THEN
               MOVE WS-Trab-Key TO WS-Emp-Key
               READ MaestroFile
                   INVALID KEY
                       MOVE "alta sin datos en el maestro actual"
                           TO WS-Hueco-Motivo
                       PERFORM AnotarHuecoMovimiento
                   NOT INVALID KEY
                       MOVE Maestro-Rec TO Employee-Rec
               END-READ
           ELSE
               MOVE "alta sin maestro actual para sus datos"
                   TO WS-Hueco-Motivo
               PERFORM AnotarHuecoMovimiento
           END-IF.
           MOVE WS-Trab-Key TO Emp-ID.

       AplicarPurga.
           PERFORM LeerTrabajo.
           IF WS-Trab-Existe = "N" THEN
               IF WS-Mismo-Dia = "Y" THEN
                   ADD 1 TO WS-Movs-Incluidos
               ELSE
                   MOVE "purga de un Emp-ID que no esta"
                       TO WS-Hueco-Motivo
                   PERFORM AnotarHuecoMovimiento
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DELETE TrabajoFile
               INVALID KEY
                   MOVE "no se pudo aplicar la purga"
                       TO WS-Hueco-Motivo
                   PERFORM AnotarHuecoMovimiento
               NOT INVALID KEY
                   ADD 1 TO WS-Movs-Aplicados
           END-DELETE.

      *> Cambio de un campo: el valor anterior del historial tiene
      *> que ser el que trae la reconstruccion; si no, hay un hueco
      *> (un cambio sin registrar, una restauracion de por medio) y
      *> se aplica el nuevo de todas formas.
       AplicarCambioCampo.
           PERFORM IdentificarCampo.
           IF WS-Campo-Num = 0 THEN
               ADD 1 TO WS-Movs-Ignorados
               EXIT PARAGRAPH
           END-IF.
           PERFORM LeerTrabajo.
           IF WS-Trab-Existe = "N" THEN
               MOVE "cambio de un Emp-ID que no esta"
                   TO WS-Hueco-Motivo
               PERFORM AnotarHuecoMovimiento
               EXIT PARAGRAPH
           END-IF.

           PERFORM TomarValorCampo.
           IF Trab-Fijo(WS-Campo-Num) = "Y" THEN
               IF WS-Mismo-Dia = "Y" AND
                       WS-Valor-Actual = WS-Mov-Nuevo THEN
                   ADD 1 TO WS-Movs-Incluidos
                   EXIT PARAGRAPH
               END-IF
               IF WS-Valor-Actual NOT = WS-Mov-Anterior THEN
                   MOVE SPACES TO WS-Hueco-Motivo
                   STRING "el historial esperaba ["
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Mov-Anterior)
                       DELIMITED BY SIZE
                       "] y habia [" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Valor-Actual)
                       DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO WS-Hueco-Motivo
                   END-STRING
                   PERFORM AnotarHuecoMovimiento
               END-IF
           END-IF.

           MOVE WS-Mov-Nuevo TO WS-Valor-Actual.
           PERFORM PonerValorCampo.
           MOVE "Y" TO Trab-Fijo(WS-Campo-Num).
           REWRITE Trabajo-Ext
               INVALID KEY
                   MOVE "no se pudo aplicar el cambio"
                       TO WS-Hueco-Motivo
                   PERFORM AnotarHuecoMovimiento
               NOT INVALID KEY
                   ADD 1 TO WS-Movs-Aplicados
           END-REWRITE.

      *> Cambio posterior a la fecha pedida: solo cuenta para un dato
      *> que todavia es el del maestro actual, y su valor anterior es
      *> el que tenia el empleado a la fecha pedida.
       AplicarPosterior.
           IF WS-Mov-Campo = "ALTA" OR WS-Mov-Campo = "PURGA" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM IdentificarCampo.
           IF WS-Campo-Num = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LeerTrabajo.
           IF WS-Trab-Existe = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           IF Trab-Fijo(WS-Campo-Num) = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Mov-Anterior TO WS-Valor-Actual.
           PERFORM PonerValorCampo.
           MOVE "Y" TO Trab-Fijo(WS-Campo-Num).
           REWRITE Trabajo-Ext
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *> Los nombres de campo son los que escribe
      *> MantenimientoEmpleados en el historial.
       IdentificarCampo.
           EVALUATE WS-Mov-Campo
               WHEN "NOMBRE"
                   MOVE 1 TO WS-Campo-Num
               WHEN "APELLIDOS"
                   MOVE 2 TO WS-Campo-Num
               WHEN "FECHA-NACIMIENTO"
                   MOVE 3 TO WS-Campo-Num
               WHEN "DEPARTAMENTO"
                   MOVE 4 TO WS-Campo-Num
               WHEN "FECHA-INGRESO"
                   MOVE 5 TO WS-Campo-Num
               WHEN "ESTADO"
                   MOVE 6 TO WS-Campo-Num
               WHEN "FECHA-BAJA"
                   MOVE 7 TO WS-Campo-Num
               WHEN "MOTIVO-BAJA"
                   MOVE 8 TO WS-Campo-Num
               WHEN "SUPERVISOR"
                   MOVE 9 TO WS-Campo-Num
               WHEN OTHER
                   MOVE 0 TO WS-Campo-Num
           END-EVALUATE.

       TomarValorCampo.
           MOVE SPACES TO WS-Valor-Actual.
           EVALUATE WS-Campo-Num
               WHEN 1
                   MOVE Emp-Nombre TO WS-Valor-Actual
               WHEN 2
                   MOVE Emp-Apellidos TO WS-Valor-Actual
               WHEN 3
                   MOVE Emp-FechaNacimiento TO WS-Valor-Actual
               WHEN 4
                   MOVE Emp-Departamento TO WS-Valor-Actual
               WHEN 5
                   MOVE Emp-FechaIngreso TO WS-Valor-Actual
               WHEN 6
                   MOVE Emp-Estado TO WS-Valor-Actual
               WHEN 7
                   MOVE Emp-FechaBaja TO WS-Valor-Actual
               WHEN 8
                   MOVE Emp-MotivoBaja TO WS-Valor-Actual
               WHEN 9
                   MOVE Emp-Supervisor TO WS-Valor-Actual
           END-EVALUATE.

       PonerValorCampo.
           EVALUATE WS-Campo-Num
               WHEN 1
                   MOVE WS-Valor-Actual TO Emp-Nombre
               WHEN 2
                   MOVE WS-Valor-Actual TO Emp-Apellidos
               WHEN 3
                   MOVE WS-Valor-Actual TO Emp-FechaNacimiento
               WHEN 4
                   MOVE WS-Valor-Actual TO Emp-Departamento
               WHEN 5
                   MOVE WS-Valor-Actual TO Emp-FechaIngreso
               WHEN 6
                   MOVE WS-Valor-Actual TO Emp-Estado
               WHEN 7
                   MOVE WS-Valor-Actual TO Emp-FechaBaja
               WHEN 8
                   MOVE WS-Valor-Actual TO Emp-MotivoBaja
               WHEN 9
                   MOVE WS-Valor-Actual TO Emp-Supervisor
           END-EVALUATE.

       AnotarHuecoMovimiento.
           MOVE SPACES TO WS-Hueco-Texto.
           STRING WS-Mov-Fecha DELIMITED BY SIZE
               " Emp " DELIMITED BY SIZE
               WS-Mov-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mov-Campo) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Hueco-Motivo) DELIMITED BY SIZE
               INTO WS-Hueco-Texto
           END-STRING.
           PERFORM AnotarHueco.

       AnotarHueco.
           ADD 1 TO WS-Huecos.
           DISPLAY "Hueco: " FUNCTION TRIM(WS-Hueco-Texto).
           IF WS-Huecos <= WS-Huecos-Max THEN
               MOVE WS-Hueco-Texto TO Hueco-Linea(WS-Huecos)
           END-IF.

      *> Cierra la pagina en curso y abre la siguiente con su bloque
      *> de encabezado, igual que ReporteRoster.
       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "ROSTER DE EMPLEADOS AL " DELIMITED BY SIZE
               WS-Fecha-Corte DELIMITED BY SIZE
               "          FECHA: " DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           STRING "Reconstruido desde " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Respaldo-Path) DELIMITED BY SIZE
               " y el historial de movimientos" DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           STRING "ID      NOMBRE                APELLIDOS"
               DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           MOVE "ESTADO" TO Linea-Encabezado(65:6).
           MOVE "F.INGRESO" TO Linea-Encabezado(76:9).
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Roster-Linea.
           WRITE Roster-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Roster-Linea
                   WRITE Roster-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaRoster.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Roster-Linea.
           WRITE Roster-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

      *> Procedimiento de entrada del SORT: recorre el maestro de
      *> trabajo ya reconstruido y clasifica cada empleado segun su
      *> estado a la fecha pedida.
       CargarParaOrdenar.
           OPEN INPUT TrabajoFile.
           IF WS-Trab-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de trabajo: "
                   WS-Trab-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE 1 TO WS-Trab-Key.
           START TrabajoFile KEY NOT < WS-Trab-Key
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ TrabajoFile NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LiberarRenglon
               END-READ
           END-PERFORM.
           CLOSE TrabajoFile.

      *> Espacios en Emp-Estado cuenta como activo (registros de
      *> antes del campo); un "P" cuya fecha de ingreso ya habia
      *> llegado a la fecha pedida cuenta como activo.
       LiberarRenglon.
           MOVE Emp-Departamento TO Sort-Departamento.
           MOVE Emp-ID TO Sort-ID.
           MOVE Emp-Nombre TO Sort-Nombre.
           MOVE Emp-Apellidos TO Sort-Apellidos.
           MOVE Emp-FechaIngreso TO Sort-FechaIngreso.
           EVALUATE TRUE
               WHEN Emp-Estado = "I"
                   MOVE "I" TO Sort-Estado
               WHEN Emp-Estado = "P" AND
                       Emp-FechaIngreso > WS-Fecha-Corte
                   MOVE "P" TO Sort-Estado
               WHEN OTHER
                   MOVE "A" TO Sort-Estado
           END-EVALUATE.
           RELEASE Sort-Rec.

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
                   MOVE 0 TO WS-Sub-Activos
                   MOVE 0 TO WS-Sub-Inactivos
                   MOVE 0 TO WS-Sub-Pendientes
                   PERFORM ImprimirTituloDepto
               END-IF
           END-IF.

           PERFORM ImprimirRenglonOrdenado.

       ImprimirTituloDepto.
           MOVE SPACES TO Linea-Trabajo.
           IF WS-Depto-Anterior = SPACES THEN
               MOVE "--- Departamento: (sin departamento) ---"
                   TO Linea-Trabajo
           ELSE
               STRING "--- Departamento: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Depto-Anterior) DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
           END-IF.
           PERFORM EscribirLineaRoster.

       ImprimirRenglonOrdenado.
           MOVE Sort-ID TO Det-ID.
           MOVE Sort-Nombre TO Det-Nombre.
           MOVE Sort-Apellidos TO Det-Apellidos.
           MOVE Sort-FechaIngreso TO Det-FechaIngreso.
           EVALUATE Sort-Estado
               WHEN "I"
                   MOVE "BAJA" TO Det-Estado
                   ADD 1 TO WS-Sub-Inactivos
                   ADD 1 TO WS-Inactivos
               WHEN "P"
                   MOVE "PENDIENTE" TO Det-Estado
                   ADD 1 TO WS-Sub-Pendientes
                   ADD 1 TO WS-Pendientes
               WHEN OTHER
                   MOVE "ACTIVO" TO Det-Estado
                   ADD 1 TO WS-Sub-Activos
                   ADD 1 TO WS-Activos
           END-EVALUATE.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaRoster.
           ADD 1 TO WS-Contador.

       ImprimirSubtotalDepto.
           MOVE SPACES TO Linea-Trabajo.
           STRING "    Activos: " DELIMITED BY SIZE
               WS-Sub-Activos DELIMITED BY SIZE
               "   Inactivos: " DELIMITED BY SIZE
               WS-Sub-Inactivos DELIMITED BY SIZE
               "   Pendientes: " DELIMITED BY SIZE
               WS-Sub-Pendientes DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaRoster.

      *> Hoja final: totales, de donde salio la reconstruccion y los
      *> huecos del historial, si los hubo.
       ImprimirTrailer.
           PERFORM NuevaPagina.

           MOVE "================================" TO Linea-Trabajo.
           PERFORM EscribirLineaRoster.

           MOVE SPACES TO Linea-Trabajo.
           STRING "TOTAL ACTIVOS:     " DELIMITED BY SIZE
               WS-Activos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           MOVE SPACES TO Linea-Trabajo.
           STRING "TOTAL INACTIVOS:   " DELIMITED BY SIZE
               WS-Inactivos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           MOVE SPACES TO Linea-Trabajo.
           STRING "TOTAL PENDIENTES:  " DELIMITED BY SIZE
               WS-Pendientes DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           MOVE SPACES TO Linea-Trabajo.
           STRING "TOTAL DE EMPLEADOS: " DELIMITED BY SIZE
               WS-Contador DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaRoster.
           STRING "RESPALDO BASE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Respaldo-Path) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-Cargados DELIMITED BY SIZE
               " registros)" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           IF WS-Respaldos-Descartados > 0 THEN
               MOVE SPACES TO Linea-Trabajo
               STRING "RESPALDOS DESCARTADOS (NO CUADRAN): "
                   DELIMITED BY SIZE
                   WS-Respaldos-Descartados DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaRoster
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           STRING "MOVIMIENTOS APLICADOS: " DELIMITED BY SIZE
               WS-Movs-Aplicados DELIMITED BY SIZE
               "   YA INCLUIDOS EN EL RESPALDO: " DELIMITED BY SIZE
               WS-Movs-Incluidos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaRoster.
           IF WS-Huecos = 0 THEN
               STRING "HISTORIAL COMPLETO: sin huecos entre el "
                   DELIMITED BY SIZE
                   "respaldo y la fecha pedida." DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaRoster
               EXIT PARAGRAPH
           END-IF.

           STRING "ATENCION: " DELIMITED BY SIZE
               WS-Huecos DELIMITED BY SIZE
               " HUECOS EN EL HISTORIAL; EL ROSTER PUEDE NO REFLEJAR "
               DELIMITED BY SIZE
               "LA FECHA PEDIDA:" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaRoster.
           PERFORM VARYING WS-Hueco-Idx FROM 1 BY 1
                   UNTIL WS-Hueco-Idx > WS-Huecos
                   OR WS-Hueco-Idx > WS-Huecos-Max
               MOVE SPACES TO Linea-Trabajo
               STRING "  " DELIMITED BY SIZE
                   Hueco-Linea(WS-Hueco-Idx) DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaRoster
           END-PERFORM.
           IF WS-Huecos > WS-Huecos-Max THEN
               COMPUTE WS-Huecos-Resto = WS-Huecos - WS-Huecos-Max
               MOVE SPACES TO Linea-Trabajo
               STRING "  ... y " DELIMITED BY SIZE
                   WS-Huecos-Resto DELIMITED BY SIZE
                   " mas (ver la salida de la corrida)"
                   DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaRoster
           END-IF.

       END PROGRAM ReporteRosterAFecha.
