      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoCalendario.

      *> Mantenimiento del calendario de dias habiles
      *> (data/CALENDARIO.DAT, layout en copybooks/CALENDARIO.cpy):
      *> feriados de la empresa y fines de semana que se trabajan por
      *> excepcion, en el mismo estilo de los otros mantenimientos:
      *> el archivo completo se carga a una tabla ordenada por fecha,
      *> se edita en memoria y solo se regraba al guardar. Sabado y
      *> domingo no se capturan: ya son inhabiles. Las fechas pueden
      *> ser futuras (los feriados del anio se cargan en enero).
      *>
      *> Con "C" corre sin ninguna captura y solo consulta una fecha
      *> (hoy si no se indica) con el subprograma DiaHabil: condition
      *> code 0 si es habil y 4 si no lo es. Es lo que usa el job
      *> nocturno para saber que noche le toca.
      *>
      *> Uso: MantenimientoCalendario              (interactivo)
      *>      MantenimientoCalendario C [AAAA-MM-DD]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarioFile ASSIGN TO DYNAMIC WS-Cal-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarioFile.
           COPY CALENDARIO.

       WORKING-STORAGE SECTION.
           01 WS-Cal-Path PIC X(40) VALUE "data/CALENDARIO.DAT".
           01 WS-Cal-Status PIC XX VALUE SPACES.
           01 WS-Cal-EOF PIC X VALUE "N".

      *> Tabla en memoria con el archivo completo, en orden de fecha.
           01 WS-Cal-Cuenta PIC 9(4) VALUE 0.
           01 WS-Cal-Max PIC 9(4) VALUE 1000.
           01 Cal-Tabla.
               05 Cal-Entrada-Tab OCCURS 1000 TIMES.
                   10 Tab-Fecha PIC X(10).
                   10 Tab-Tipo PIC X(1).
                   10 Tab-Descripcion PIC X(30).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Operador PIC X(8).
           01 WS-Cal-Ix PIC 9(4) VALUE 0.
           01 WS-Cal-Jx PIC 9(4) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(4) VALUE 0.
           01 WS-Insertar-Ix PIC 9(4) VALUE 0.

      *> Captura en turno.
           01 FechaAlpha PIC X(10) VALUE SPACES.
           01 WS-Fecha PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 Descripcion PIC X(30) VALUE SPACES.
           01 WS-Tipo PIC X(1) VALUE SPACES.
           01 AnioAlpha PIC X(10) VALUE SPACES.
           01 WS-Anio PIC X(4) VALUE SPACES.
           01 WS-Listadas PIC 9(4) VALUE 0.
           01 Operador PIC X(8) VALUE SPACES.
           01 WS-Registrado PIC X(21) VALUE SPACES.

      *> Dia de la semana de la fecha capturada (0 lunes ... 5
      *> sabado, 6 domingo), para no aceptar un feriado en fin de
      *> semana ni un habil por excepcion entre semana.
           01 WS-Fecha-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Entera PIC 9(7) VALUE 0.
           01 WS-Dia-Semana PIC 9(1) VALUE 0.

      *> Modo consulta.
           01 WS-Arg-Linea PIC X(80) VALUE SPACES.
           01 WS-Arg-Modo PIC X(10) VALUE SPACES.
           01 WS-Arg-Fecha PIC X(20) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "N".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos, igual que en los otros mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.
           01 WS-Intentos-Menu PIC 9(3) VALUE 0.

      *> Firma del operador (IniciarSesion) en el modo interactivo;
      *> el usuario firma cada fecha. OPERACIONES (el job nocturno
      *> depende del calendario) y RHSUPERVISOR (los feriados de la
      *> empresa) lo cambian; los demas roles solo consultan. La
      *> consulta "C" del job no pide firma.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTCALENDARIO".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           UNSTRING WS-Arg-Linea DELIMITED BY ALL SPACES
               INTO WS-Arg-Modo WS-Arg-Fecha
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-Arg-Modo) = "C" THEN
               PERFORM ConsultarFechaLote
               STOP RUN
           END-IF.
           IF WS-Arg-Modo NOT = SPACES THEN
               DISPLAY "Error: argumento desconocido '"
                   FUNCTION TRIM(WS-Arg-Modo) "'; use C [AAAA-MM-DD] "
                   "o ninguno."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "===== Calendario de dias habiles =====".
           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol = "OPERACIONES" OR
                   WS-Ses-Rol = "RHSUPERVISOR" THEN
               MOVE "Y" TO WS-Puede-Editar
           ELSE
               DISPLAY "Aviso: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " solo puede consultar el calendario."
           END-IF.
           PERFORM CargarCalendario.

           MOVE "N" TO WS-Termina.
           MOVE "N" TO WS-Hay-Cambios.
           MOVE 0 TO WS-Intentos-Menu.
           PERFORM UNTIL WS-Termina = "Y"
               ADD 1 TO WS-Intentos-Menu
               IF WS-Intentos-Menu > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin terminar "
                       "el mantenimiento, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MenuMantenimiento
           END-PERFORM.

           STOP RUN.

      *> Consulta sin captura: la fecha del argumento (o hoy) contra
      *> el calendario guardado. Condition code 0 habil, 4 inhabil,
      *> 8 fecha invalida.
       ConsultarFechaLote.
           IF WS-Arg-Fecha = SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Fecha(1:4)
               MOVE "-" TO WS-Fecha(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-Fecha(6:2)
               MOVE "-" TO WS-Fecha(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-Fecha(9:2)
           ELSE
               MOVE WS-Arg-Fecha(1:10) TO WS-Fecha
           END-IF.
           CALL "DiaHabil" USING WS-Fecha WS-Dia-Habil WS-Dia-Motivo.
           IF WS-Dia-Habil = "Y" THEN
               IF WS-Dia-Motivo = SPACES THEN
                   DISPLAY WS-Fecha " es dia habil"
               ELSE
                   DISPLAY WS-Fecha " es dia habil ("
                       FUNCTION TRIM(WS-Dia-Motivo) ")"
               END-IF
               MOVE 0 TO RETURN-CODE
           ELSE
               IF FUNCTION TRIM(WS-Dia-Motivo) = "FECHA-INVALIDA" THEN
                   DISPLAY "Error: fecha invalida '"
                       FUNCTION TRIM(WS-Arg-Fecha) "', use AAAA-MM-DD."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY WS-Fecha " NO es dia habil ("
                       FUNCTION TRIM(WS-Dia-Motivo) ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> Carga el archivo completo a la tabla; si todavia no existe
      *> se arranca vacia y se crea al guardar. Cada linea entra en
      *> su lugar por fecha.
       CargarCalendario.
           OPEN INPUT CalendarioFile.
           IF WS-Cal-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de calendario, "
                   "se crea al guardar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Cal-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de calendario: "
                   WS-Cal-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Cal-EOF = "Y"
               READ CalendarioFile
                   AT END
                       MOVE "Y" TO WS-Cal-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE CalendarioFile.

       GuardarEnTabla.
           IF Calendario-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE Cal-Fecha TO WS-Fecha.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Aviso: fecha repetida " WS-Fecha
                   " en el calendario, queda la ultima."
           ELSE
               IF WS-Cal-Cuenta >= WS-Cal-Max THEN
                   DISPLAY "Error: el calendario pasa de "
                       WS-Cal-Max " fechas, no cabe en la tabla."
                   CLOSE CalendarioFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
           END-IF.
           MOVE WS-Fecha TO Tab-Fecha(WS-Encontrado-Ix).
           MOVE FUNCTION UPPER-CASE(Cal-Tipo)
               TO Tab-Tipo(WS-Encontrado-Ix).
           MOVE Cal-Descripcion TO Tab-Descripcion(WS-Encontrado-Ix).
           MOVE Cal-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Cal-Operador TO Tab-Operador(WS-Encontrado-Ix).

      *> Busca la fecha en la tabla: deja WS-Encontrado-Ix (0 = no
      *> esta) y en WS-Insertar-Ix la posicion donde iria para
      *> conservar el orden.
       BuscarEntrada.
           MOVE 0 TO WS-Encontrado-Ix.
           COMPUTE WS-Insertar-Ix = WS-Cal-Cuenta + 1.
           PERFORM VARYING WS-Cal-Ix FROM 1 BY 1
                   UNTIL WS-Cal-Ix > WS-Cal-Cuenta
               IF Tab-Fecha(WS-Cal-Ix) = WS-Fecha THEN
                   MOVE WS-Cal-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
               IF Tab-Fecha(WS-Cal-Ix) > WS-Fecha THEN
                   MOVE WS-Cal-Ix TO WS-Insertar-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Corre una posicion hacia abajo todo lo que va desde
      *> WS-Insertar-Ix, dejando ese lugar libre para la fecha nueva.
       AbrirHueco.
           PERFORM VARYING WS-Cal-Jx FROM WS-Cal-Cuenta BY -1
                   UNTIL WS-Cal-Jx < WS-Insertar-Ix
               MOVE Cal-Entrada-Tab(WS-Cal-Jx)
                   TO Cal-Entrada-Tab(WS-Cal-Jx + 1)
           END-PERFORM.
           ADD 1 TO WS-Cal-Cuenta.

      *> Un pase del menu.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Marcar un feriado"
               DISPLAY "2. Marcar un fin de semana habil por excepcion"
               DISPLAY "3. Quitar una fecha"
           END-IF
           DISPLAY "4. Listar las fechas de un anio"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "5. Guardar cambios y salir"
           END-IF
           DISPLAY "6. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND WS-Opcion-Alpha NOT = "4"
                   AND WS-Opcion-Alpha NOT = "6" THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   MOVE "F" TO WS-Tipo
                   PERFORM MarcarFecha
               WHEN "2"
                   MOVE "H" TO WS-Tipo
                   PERFORM MarcarFecha
               WHEN "3"
                   PERFORM QuitarFecha
               WHEN "4"
                   PERFORM ListarAnio
               WHEN "5"
                   PERFORM GrabarCalendario
                   MOVE "Y" TO WS-Termina
               WHEN "6"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Fecha AAAA-MM-DD validada con ValidarFecha; una fecha
      *> futura si vale. Deja el dia de la semana calculado.
       SolicitarFecha.
           MOVE SPACES TO WS-Fecha.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Fecha NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una fecha "
                       "valida, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Fecha (AAAA-MM-DD):"
               ACCEPT FechaAlpha
               CALL "ValidarFecha" USING FechaAlpha
                   WS-Fecha-Valida WS-Fecha-Motivo
               IF WS-Fecha-Valida = "Y" OR
                       FUNCTION TRIM(WS-Fecha-Motivo) = "FECHA-FUTURA"
                       THEN
                   MOVE FechaAlpha TO WS-Fecha
               ELSE
                   DISPLAY "Error: fecha invalida ("
                       FUNCTION TRIM(WS-Fecha-Motivo) "), use "
                       "AAAA-MM-DD con mes y dia reales."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Fecha-AAAAMMDD.
           STRING WS-Fecha(1:4) DELIMITED BY SIZE
               WS-Fecha(6:2) DELIMITED BY SIZE
               WS-Fecha(9:2) DELIMITED BY SIZE
               INTO WS-Fecha-AAAAMMDD
           END-STRING.
           COMPUTE WS-Fecha-Entera = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Fecha-AAAAMMDD)).
           COMPUTE WS-Dia-Semana =
               FUNCTION MOD(WS-Fecha-Entera - 1, 7).

      *> Alta o cambio de un feriado (entre semana) o de un habil
      *> por excepcion (sabado o domingo), con su descripcion.
       MarcarFecha.
           PERFORM SolicitarFecha.
           IF WS-Tipo = "F" AND WS-Dia-Semana >= 5 THEN
               DISPLAY "Error: " WS-Fecha " cae en fin de semana, ya "
                   "es inhabil sin marcarlo."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Tipo = "H" AND WS-Dia-Semana < 5 THEN
               DISPLAY "Error: " WS-Fecha " cae entre semana, ya es "
                   "habil sin marcarlo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Descripcion (nombre del feriado o motivo):"
           ACCEPT Descripcion.
           INSPECT Descripcion REPLACING ALL ";" BY ",".

           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix = 0 THEN
               IF WS-Cal-Cuenta >= WS-Cal-Max THEN
                   DISPLAY "Error: el calendario esta lleno, no se "
                       "agrega " WS-Fecha "."
                   EXIT PARAGRAPH
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
               MOVE WS-Fecha TO Tab-Fecha(WS-Encontrado-Ix)
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Registrado.
           MOVE WS-Tipo TO Tab-Tipo(WS-Encontrado-Ix).
           MOVE Descripcion TO Tab-Descripcion(WS-Encontrado-Ix).
           MOVE WS-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Operador TO Tab-Operador(WS-Encontrado-Ix).
           MOVE "Y" TO WS-Hay-Cambios.
           IF WS-Tipo = "F" THEN
               DISPLAY WS-Fecha " marcado como feriado: "
                   FUNCTION TRIM(Descripcion)
           ELSE
               DISPLAY WS-Fecha " marcado como habil por excepcion: "
                   FUNCTION TRIM(Descripcion)
           END-IF.

       QuitarFecha.
           PERFORM SolicitarFecha.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: " WS-Fecha " no esta en el calendario."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Cal-Jx FROM WS-Encontrado-Ix BY 1
                   UNTIL WS-Cal-Jx >= WS-Cal-Cuenta
               MOVE Cal-Entrada-Tab(WS-Cal-Jx + 1)
                   TO Cal-Entrada-Tab(WS-Cal-Jx)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Cal-Cuenta.
           MOVE "Y" TO WS-Hay-Cambios.
           DISPLAY WS-Fecha " quitada del calendario.".

       ListarAnio.
           DISPLAY "Anio (AAAA):"
           ACCEPT AnioAlpha.
           IF FUNCTION TRIM(AnioAlpha) IS NOT NUMERIC OR
                   FUNCTION LENGTH(FUNCTION TRIM(AnioAlpha)) NOT = 4
                   THEN
               DISPLAY "Error: anio invalido, use AAAA."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(AnioAlpha) TO WS-Anio.
           MOVE 0 TO WS-Listadas.
           PERFORM VARYING WS-Cal-Ix FROM 1 BY 1
                   UNTIL WS-Cal-Ix > WS-Cal-Cuenta
               IF Tab-Fecha(WS-Cal-Ix)(1:4) = WS-Anio THEN
                   ADD 1 TO WS-Listadas
                   IF Tab-Tipo(WS-Cal-Ix) = "F" THEN
                       DISPLAY "  " Tab-Fecha(WS-Cal-Ix)
                           "  FERIADO  " Tab-Descripcion(WS-Cal-Ix)
                           "  " Tab-Operador(WS-Cal-Ix)
                   ELSE
                       DISPLAY "  " Tab-Fecha(WS-Cal-Ix)
                           "  HABIL    " Tab-Descripcion(WS-Cal-Ix)
                           "  " Tab-Operador(WS-Cal-Ix)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Listadas = 0 THEN
               DISPLAY "El " WS-Anio " no tiene fechas en el "
                   "calendario (solo los fines de semana son "
                   "inhabiles)."
           END-IF.

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarCalendario.
           OPEN OUTPUT CalendarioFile.
           IF WS-Cal-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de calendario: "
                   WS-Cal-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Cal-Ix FROM 1 BY 1
                   UNTIL WS-Cal-Ix > WS-Cal-Cuenta
               MOVE SPACES TO Calendario-Rec
               MOVE Tab-Fecha(WS-Cal-Ix) TO Cal-Fecha
               MOVE Tab-Tipo(WS-Cal-Ix) TO Cal-Tipo
               MOVE Tab-Descripcion(WS-Cal-Ix) TO Cal-Descripcion
               MOVE Tab-Registrado(WS-Cal-Ix) TO Cal-Registrado
               MOVE Tab-Operador(WS-Cal-Ix) TO Cal-Operador
               MOVE ";" TO Cal-Sep1 Cal-Sep2 Cal-Sep3 Cal-Sep4
               WRITE Calendario-Rec
           END-PERFORM.
           CLOSE CalendarioFile.
           DISPLAY "Calendario guardado (" WS-Cal-Cuenta " fechas).".

       END PROGRAM MantenimientoCalendario.
