      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoInstrucciones.

      *> Mantenimiento de las instrucciones permanentes de calculo
      *> (data/INSTRUCCIONES.DAT, layout en copybooks/INSTRUCCION.cpy)
      *> que GenerarInstrucciones agrega cada noche al extract de
      *> Condicionales. Mismo estilo que el mantenimiento de
      *> presupuestos: el archivo completo se carga a una tabla
      *> ordenada por ID, se edita en memoria y solo se regraba
      *> cuando el usuario elige guardar.
      *>
      *> Una instruccion no se borra nunca: su ID forma parte del
      *> Trans-ID de lo que ya genero y del historial
      *> (data/INSTRUCCIONESHIST.DAT). Para dejar de generarla se le
      *> pone fecha de termino o se suspende. El listado muestra el
      *> ultimo periodo que genero cada una.
      *>
      *> Solo FINANZAS da de alta y cambia; los demas roles consultan.
      *>
      *> Uso: MantenimientoInstrucciones   (interactivo)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstruccionesFile ASSIGN TO DYNAMIC WS-Ins-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ins-Status.

           SELECT HistorialFile ASSIGN TO DYNAMIC WS-InH-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-InH-Status.

       DATA DIVISION.
       FILE SECTION.
       FD InstruccionesFile.
           COPY INSTRUCCION.

       FD HistorialFile.
           COPY INSTRHIST.

       WORKING-STORAGE SECTION.
           01 WS-Ins-Path PIC X(40) VALUE "data/INSTRUCCIONES.DAT".
           01 WS-Ins-Status PIC XX VALUE SPACES.
           01 WS-Ins-EOF PIC X VALUE "N".
           01 WS-InH-Path PIC X(40)
               VALUE "data/INSTRUCCIONESHIST.DAT".
           01 WS-InH-Status PIC XX VALUE SPACES.
           01 WS-InH-EOF PIC X VALUE "N".

      *> Tabla en memoria con el archivo completo, en orden de ID, y
      *> el ultimo periodo generado de cada una (del historial).
           01 WS-Ins-Cuenta PIC 9(3) VALUE 0.
           01 WS-Ins-Max PIC 9(3) VALUE 500.
           01 Ins-Tabla.
               05 Ins-Entrada-Tab OCCURS 500 TIMES.
                   10 Tab-ID PIC X(4).
                   10 Tab-Operacion PIC X(14).
                   10 Tab-Num1 PIC S9(13)V9(2).
                   10 Tab-Num2 PIC S9(13)V9(2).
                   10 Tab-Frecuencia PIC X(1).
                   10 Tab-Dia PIC 9(2).
                   10 Tab-Desde PIC X(10).
                   10 Tab-Hasta PIC X(10).
                   10 Tab-Estado PIC X(1).
                   10 Tab-Descripcion PIC X(30).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Operador PIC X(8).
                   10 Tab-Ultimo-Periodo PIC X(6).
                   10 Tab-Ultimo-Debida PIC X(10).
           01 WS-Ins-Ix PIC 9(3) VALUE 0.
           01 WS-Ins-Jx PIC 9(3) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(3) VALUE 0.
           01 WS-Insertar-Ix PIC 9(3) VALUE 0.

      *> Captura en turno.
           01 IDAlpha PIC X(10) VALUE SPACES.
           01 WS-ID PIC X(4) VALUE SPACES.
           01 WS-ID-Valido PIC X VALUE "N".
           01 WS-Char-Ix PIC 9(2) VALUE 0.
           01 WS-Char PIC X VALUE SPACES.
           01 WS-Operacion PIC X(14) VALUE SPACES.
           01 MontoAlpha PIC X(20) VALUE SPACES.
           01 WS-Monto PIC S9(13)V9(2) VALUE 0.
           01 WS-Monto-Valido PIC X VALUE "N".
           01 WS-Num1 PIC S9(13)V9(2) VALUE 0.
           01 WS-Num2 PIC S9(13)V9(2) VALUE 0.
           01 WS-Monto-Edit PIC -(13)9.99.
           01 WS-Monto-Edit2 PIC -(13)9.99.
           01 WS-Frecuencia PIC X(1) VALUE SPACES.
           01 DiaAlpha PIC X(10) VALUE SPACES.
           01 WS-Dia PIC 9(2) VALUE 0.
           01 FechaAlpha PIC X(20) VALUE SPACES.
           01 WS-Fecha PIC X(10) VALUE SPACES.
           01 WS-Desde PIC X(10) VALUE SPACES.
           01 WS-Hasta PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Descripcion PIC X(30) VALUE SPACES.
           01 WS-Texto-Frecuencia PIC X(20) VALUE SPACES.
           01 WS-Texto-Estado PIC X(10) VALUE SPACES.
           01 Operador PIC X(8) VALUE SPACES.
           01 WS-Registrado PIC X(21) VALUE SPACES.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos para los ciclos "pregunta hasta que venga
      *> bien", igual que en los otros programas interactivos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.
           01 WS-Intentos-Menu PIC 9(3) VALUE 0.

      *> Firma del operador (IniciarSesion) al arrancar; el usuario
      *> firma cada instruccion. Solo FINANZAS las cambia.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTINSTRUCC".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           DISPLAY "===== Instrucciones permanentes de calculo =====".
           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol = "FINANZAS" THEN
               MOVE "Y" TO WS-Puede-Editar
           ELSE
               DISPLAY "Aviso: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " solo puede consultar las instrucciones."
           END-IF.
           PERFORM CargarInstrucciones.
           PERFORM CargarHistorial.

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

      *> Carga el archivo completo a la tabla. Si todavia no existe
      *> (primera vez), se arranca con la tabla vacia y el archivo se
      *> crea al guardar.
       CargarInstrucciones.
           OPEN INPUT InstruccionesFile.
           IF WS-Ins-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de instrucciones, "
                   "se crea al guardar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Ins-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de instrucciones: "
                   WS-Ins-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Ins-EOF = "Y"
               READ InstruccionesFile
                   AT END
                       MOVE "Y" TO WS-Ins-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE InstruccionesFile.

       GuardarEnTabla.
           IF Instruccion-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Ins-ID) TO WS-ID.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Aviso: instruccion " WS-ID " repetida en el "
                   "archivo, queda la ultima."
           ELSE
               IF WS-Ins-Cuenta >= WS-Ins-Max THEN
                   DISPLAY "Error: el archivo de instrucciones pasa "
                       "de " WS-Ins-Max " lineas, no cabe en la tabla."
                   CLOSE InstruccionesFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
           END-IF.
           MOVE WS-ID TO Tab-ID(WS-Encontrado-Ix).
           MOVE Ins-Operacion TO Tab-Operacion(WS-Encontrado-Ix).
           MOVE Ins-Num1 TO Tab-Num1(WS-Encontrado-Ix).
           MOVE Ins-Num2 TO Tab-Num2(WS-Encontrado-Ix).
           MOVE Ins-Frecuencia TO Tab-Frecuencia(WS-Encontrado-Ix).
           MOVE Ins-Dia TO Tab-Dia(WS-Encontrado-Ix).
           MOVE Ins-Desde TO Tab-Desde(WS-Encontrado-Ix).
           MOVE Ins-Hasta TO Tab-Hasta(WS-Encontrado-Ix).
           MOVE Ins-Estado TO Tab-Estado(WS-Encontrado-Ix).
           MOVE Ins-Descripcion TO Tab-Descripcion(WS-Encontrado-Ix).
           MOVE Ins-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Ins-Operador TO Tab-Operador(WS-Encontrado-Ix).
           MOVE SPACES TO Tab-Ultimo-Periodo(WS-Encontrado-Ix).
           MOVE SPACES TO Tab-Ultimo-Debida(WS-Encontrado-Ix).

      *> Ultima fecha debida generada de cada instruccion, para el
      *> listado. Sin historial, ninguna ha generado nada todavia.
       CargarHistorial.
           OPEN INPUT HistorialFile.
           IF WS-InH-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-InH-EOF = "Y"
               READ HistorialFile
                   AT END
                       MOVE "Y" TO WS-InH-EOF
                   NOT AT END
                       MOVE InH-ID TO WS-ID
                       PERFORM BuscarEntrada
                       IF WS-Encontrado-Ix > 0 THEN
                           IF InH-FechaDebida >
                                   Tab-Ultimo-Debida(WS-Encontrado-Ix)
                                   THEN
                               MOVE InH-Periodo TO
                                   Tab-Ultimo-Periodo(WS-Encontrado-Ix)
                               MOVE InH-FechaDebida TO
                                   Tab-Ultimo-Debida(WS-Encontrado-Ix)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HistorialFile.

      *> Busca WS-ID en la tabla: deja WS-Encontrado-Ix (0 = no esta)
      *> y en WS-Insertar-Ix la posicion donde iria para conservar el
      *> orden.
       BuscarEntrada.
           MOVE 0 TO WS-Encontrado-Ix.
           COMPUTE WS-Insertar-Ix = WS-Ins-Cuenta + 1.
           PERFORM VARYING WS-Ins-Ix FROM 1 BY 1
                   UNTIL WS-Ins-Ix > WS-Ins-Cuenta
               IF Tab-ID(WS-Ins-Ix) = WS-ID THEN
                   MOVE WS-Ins-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
               IF Tab-ID(WS-Ins-Ix) > WS-ID THEN
                   MOVE WS-Ins-Ix TO WS-Insertar-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Corre una posicion hacia abajo todo lo que va desde
      *> WS-Insertar-Ix, dejando ese lugar libre para la entrada nueva.
       AbrirHueco.
           PERFORM VARYING WS-Ins-Jx FROM WS-Ins-Cuenta BY -1
                   UNTIL WS-Ins-Jx < WS-Insertar-Ix
               MOVE Ins-Entrada-Tab(WS-Ins-Jx)
                   TO Ins-Entrada-Tab(WS-Ins-Jx + 1)
           END-PERFORM.
           ADD 1 TO WS-Ins-Cuenta.

      *> Un pase del menu.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Agregar una instruccion"
               DISPLAY "2. Cambiar montos o fecha de termino"
               DISPLAY "3. Suspender o reactivar una instruccion"
           END-IF
           DISPLAY "4. Listar las instrucciones"
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
                   PERFORM AgregarInstruccion
               WHEN "2"
                   PERFORM CambiarInstruccion
               WHEN "3"
                   PERFORM SuspenderInstruccion
               WHEN "4"
                   PERFORM ListarInstrucciones
               WHEN "5"
                   PERFORM GrabarInstrucciones
                   MOVE "Y" TO WS-Termina
               WHEN "6"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> ID de la instruccion: cuatro letras o digitos, porque va en
      *> el Trans-ID junto con el periodo.
       SolicitarID.
           DISPLAY "ID de la instruccion (4 letras o digitos):"
           ACCEPT IDAlpha.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IDAlpha)) TO WS-ID.
           MOVE "Y" TO WS-ID-Valido.
           IF FUNCTION LENGTH(FUNCTION TRIM(IDAlpha)) NOT = 4 THEN
               MOVE "N" TO WS-ID-Valido
           END-IF.
           PERFORM VARYING WS-Char-Ix FROM 1 BY 1
                   UNTIL WS-Char-Ix > 4
               MOVE WS-ID(WS-Char-Ix:1) TO WS-Char
               IF NOT ((WS-Char >= "A" AND WS-Char <= "Z") OR
                       (WS-Char >= "0" AND WS-Char <= "9")) THEN
                   MOVE "N" TO WS-ID-Valido
               END-IF
           END-PERFORM.
           IF WS-ID-Valido = "N" THEN
               DISPLAY "Error: el ID debe ser de 4 letras o digitos."
               EXIT PARAGRAPH
           END-IF.
           PERFORM BuscarEntrada.

      *> Operacion del menu de Condicionales, con el texto que lleva
      *> el extract.
       SolicitarOperacion.
           MOVE SPACES TO WS-Operacion.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Operacion NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una "
                       "operacion valida, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Operacion:"
               DISPLAY "1. Suma"
               DISPLAY "2. Resta"
               DISPLAY "3. Multiplicacion"
               DISPLAY "4. Division"
               DISPLAY "5. Modulo"
               DISPLAY "6. Porcentaje"
               DISPLAY "7. Potencia"
               ACCEPT WS-Opcion-Alpha
               EVALUATE WS-Opcion-Alpha
                   WHEN "1"
                       MOVE "Suma" TO WS-Operacion
                   WHEN "2"
                       MOVE "Resta" TO WS-Operacion
                   WHEN "3"
                       MOVE "Multiplicacion" TO WS-Operacion
                   WHEN "4"
                       MOVE "Division" TO WS-Operacion
                   WHEN "5"
                       MOVE "Modulo" TO WS-Operacion
                   WHEN "6"
                       MOVE "Porcentaje" TO WS-Operacion
                   WHEN "7"
                       MOVE "Potencia" TO WS-Operacion
                   WHEN OTHER
                       DISPLAY "Error: opcion invalida, intente de "
                           "nuevo."
               END-EVALUATE
           END-PERFORM.

      *> Monto con signo y dos decimales, dentro del layout ancho de
      *> montos del extract. En blanco deja WS-Monto-Valido en "B"
      *> (el cambio lo usa para "se queda como esta").
       SolicitarMonto.
           MOVE "N" TO WS-Monto-Valido.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Monto-Valido NOT = "N"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un monto "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT MontoAlpha
               IF MontoAlpha = SPACES THEN
                   MOVE "B" TO WS-Monto-Valido
               ELSE
                   IF FUNCTION TEST-NUMVAL(MontoAlpha) = 0 AND
                           FUNCTION ABS(FUNCTION NUMVAL(MontoAlpha))
                               < 10000000000000 THEN
                       MOVE FUNCTION NUMVAL(MontoAlpha) TO WS-Monto
                       MOVE "Y" TO WS-Monto-Valido
                   ELSE
                       DISPLAY "Error: el monto debe ser un numero "
                           "(p.ej. 1500.00 o -12.5)."
                   END-IF
               END-IF
           END-PERFORM.

      *> Fecha AAAA-MM-DD con ValidarFecha; una fecha futura si vale
      *> (la instruccion se registra por adelantado). En blanco deja
      *> WS-Fecha en espacios.
       SolicitarFecha.
           MOVE SPACES TO WS-Fecha.
           MOVE "N" TO WS-Fecha-Valida.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Fecha-Valida = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una fecha "
                       "valida, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT FechaAlpha
               IF FechaAlpha = SPACES THEN
                   MOVE SPACES TO WS-Fecha
                   MOVE "Y" TO WS-Fecha-Valida
               ELSE
                   MOVE FUNCTION TRIM(FechaAlpha) TO WS-Fecha
                   CALL "ValidarFecha" USING WS-Fecha WS-Fecha-Valida
                       WS-Fecha-Motivo
                   IF WS-Fecha-Motivo = "FECHA-FUTURA" THEN
                       MOVE "Y" TO WS-Fecha-Valida
                   END-IF
                   IF WS-Fecha-Valida NOT = "Y" THEN
                       DISPLAY "Error: fecha invalida ("
                           FUNCTION TRIM(WS-Fecha-Motivo)
                           "), use AAAA-MM-DD."
                   END-IF
               END-IF
           END-PERFORM.

      *> Frecuencia y, en las mensuales y trimestrales, el dia del
      *> mes.
       SolicitarFrecuencia.
           MOVE SPACES TO WS-Frecuencia.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Frecuencia NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una "
                       "frecuencia valida, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Frecuencia: (D)iaria, (M)ensual o "
                   "(T)rimestral?"
               ACCEPT WS-Opcion-Alpha
               MOVE FUNCTION UPPER-CASE(WS-Opcion-Alpha)
                   TO WS-Opcion-Alpha
               IF WS-Opcion-Alpha = "D" OR WS-Opcion-Alpha = "M" OR
                       WS-Opcion-Alpha = "T" THEN
                   MOVE WS-Opcion-Alpha TO WS-Frecuencia
               ELSE
                   DISPLAY "Error: use D, M o T."
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-Dia.
           IF WS-Frecuencia = "D" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Dia > 0
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un dia "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Dia del mes (1 a 31; si el mes no lo tiene, "
                   "el ultimo del mes):"
               ACCEPT DiaAlpha
               IF FUNCTION TRIM(DiaAlpha) IS NUMERIC AND
                       FUNCTION NUMVAL(DiaAlpha) >= 1 AND
                       FUNCTION NUMVAL(DiaAlpha) <= 31 THEN
                   MOVE FUNCTION NUMVAL(DiaAlpha) TO WS-Dia
               ELSE
                   DISPLAY "Error: el dia debe ser de 1 a 31."
               END-IF
           END-PERFORM.

       AgregarInstruccion.
           PERFORM SolicitarID.
           IF WS-ID-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Error: la instruccion " WS-ID " ya existe; "
                   "los IDs no se re-usan."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Ins-Cuenta >= WS-Ins-Max THEN
               DISPLAY "Error: la tabla de instrucciones esta llena."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descripcion:"
           ACCEPT WS-Descripcion.
           PERFORM SolicitarOperacion.
           DISPLAY "Numero 1:"
           PERFORM SolicitarMonto.
           IF WS-Monto-Valido NOT = "Y" THEN
               DISPLAY "Error: el numero 1 es obligatorio."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Monto TO WS-Num1.
           DISPLAY "Numero 2:"
           PERFORM SolicitarMonto.
           IF WS-Monto-Valido NOT = "Y" THEN
               DISPLAY "Error: el numero 2 es obligatorio."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Monto TO WS-Num2.
           IF WS-Num2 = 0 AND (WS-Operacion = "Division" OR
                   WS-Operacion = "Modulo") THEN
               DISPLAY "Error: " FUNCTION TRIM(WS-Operacion)
                   " entre cero; Condicionales la rechazaria cada "
                   "periodo."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SolicitarFrecuencia.
           DISPLAY "Vigente desde (AAAA-MM-DD):"
           PERFORM SolicitarFecha.
           IF WS-Fecha = SPACES THEN
               DISPLAY "Error: la fecha de inicio es obligatoria."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Fecha TO WS-Desde.
           DISPLAY "Vigente hasta (AAAA-MM-DD, en blanco sin termino):"
           PERFORM SolicitarFecha.
           MOVE WS-Fecha TO WS-Hasta.
           IF WS-Hasta NOT = SPACES AND WS-Hasta < WS-Desde THEN
               DISPLAY "Error: la fecha de termino es anterior a la "
                   "de inicio."
               EXIT PARAGRAPH
           END-IF.

           PERFORM AbrirHueco.
           MOVE WS-Insertar-Ix TO WS-Encontrado-Ix.
           MOVE WS-ID TO Tab-ID(WS-Encontrado-Ix).
           MOVE WS-Operacion TO Tab-Operacion(WS-Encontrado-Ix).
           MOVE WS-Num1 TO Tab-Num1(WS-Encontrado-Ix).
           MOVE WS-Num2 TO Tab-Num2(WS-Encontrado-Ix).
           MOVE WS-Frecuencia TO Tab-Frecuencia(WS-Encontrado-Ix).
           MOVE WS-Dia TO Tab-Dia(WS-Encontrado-Ix).
           MOVE WS-Desde TO Tab-Desde(WS-Encontrado-Ix).
           MOVE WS-Hasta TO Tab-Hasta(WS-Encontrado-Ix).
           MOVE "A" TO Tab-Estado(WS-Encontrado-Ix).
           MOVE WS-Descripcion TO Tab-Descripcion(WS-Encontrado-Ix).
           MOVE SPACES TO Tab-Ultimo-Periodo(WS-Encontrado-Ix).
           MOVE SPACES TO Tab-Ultimo-Debida(WS-Encontrado-Ix).
           PERFORM EstamparEntrada.
           DISPLAY "Instruccion " WS-ID " agregada.".

      *> Montos y fecha de termino de una instruccion existente; lo
      *> que se deja en blanco se queda como esta. La operacion y la
      *> frecuencia no se cambian: eso es otra instruccion.
       CambiarInstruccion.
           PERFORM SolicitarID.
           IF WS-ID-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: la instruccion " WS-ID " no existe."
               EXIT PARAGRAPH
           END-IF.
           MOVE Tab-Num1(WS-Encontrado-Ix) TO WS-Num1.
           MOVE Tab-Num2(WS-Encontrado-Ix) TO WS-Num2.
           MOVE Tab-Hasta(WS-Encontrado-Ix) TO WS-Hasta.
           PERFORM MostrarInstruccion.

           DISPLAY "Numero 1 nuevo (en blanco se queda):"
           PERFORM SolicitarMonto.
           IF WS-Monto-Valido = "Y" THEN
               MOVE WS-Monto TO WS-Num1
           END-IF.
           DISPLAY "Numero 2 nuevo (en blanco se queda):"
           PERFORM SolicitarMonto.
           IF WS-Monto-Valido = "Y" THEN
               MOVE WS-Monto TO WS-Num2
           END-IF.
           IF WS-Num2 = 0 AND
                   (Tab-Operacion(WS-Encontrado-Ix) = "Division" OR
                    Tab-Operacion(WS-Encontrado-Ix) = "Modulo") THEN
               DISPLAY "Error: "
                   FUNCTION TRIM(Tab-Operacion(WS-Encontrado-Ix))
                   " entre cero; no se cambia."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de termino nueva (AAAA-MM-DD; en blanco se "
               "queda; NINGUNA la quita):"
           ACCEPT FechaAlpha.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(FechaAlpha))
                   = "NINGUNA" THEN
               MOVE SPACES TO WS-Hasta
           ELSE
               IF FechaAlpha NOT = SPACES THEN
                   MOVE FUNCTION TRIM(FechaAlpha) TO WS-Fecha
                   CALL "ValidarFecha" USING WS-Fecha WS-Fecha-Valida
                       WS-Fecha-Motivo
                   IF WS-Fecha-Valida NOT = "Y" AND
                           WS-Fecha-Motivo NOT = "FECHA-FUTURA" THEN
                       DISPLAY "Error: fecha invalida ("
                           FUNCTION TRIM(WS-Fecha-Motivo)
                           "); no se cambia."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-Fecha < Tab-Desde(WS-Encontrado-Ix) THEN
                       DISPLAY "Error: la fecha de termino es anterior "
                           "a la de inicio; no se cambia."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-Fecha TO WS-Hasta
               END-IF
           END-IF.

           MOVE WS-Num1 TO Tab-Num1(WS-Encontrado-Ix).
           MOVE WS-Num2 TO Tab-Num2(WS-Encontrado-Ix).
           MOVE WS-Hasta TO Tab-Hasta(WS-Encontrado-Ix).
           PERFORM EstamparEntrada.
           DISPLAY "Instruccion " WS-ID " cambiada.".

       SuspenderInstruccion.
           PERFORM SolicitarID.
           IF WS-ID-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: la instruccion " WS-ID " no existe."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Estado(WS-Encontrado-Ix) = "A" THEN
               MOVE "S" TO Tab-Estado(WS-Encontrado-Ix)
               DISPLAY "Instruccion " WS-ID " suspendida."
           ELSE
               MOVE "A" TO Tab-Estado(WS-Encontrado-Ix)
               DISPLAY "Instruccion " WS-ID " reactivada; un periodo "
                   "que ya paso no se genera."
           END-IF.
           PERFORM EstamparEntrada.

      *> Cuando y quien hizo el ultimo cambio de la entrada en turno.
       EstamparEntrada.
           MOVE FUNCTION CURRENT-DATE TO WS-Registrado.
           MOVE WS-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Operador TO Tab-Operador(WS-Encontrado-Ix).
           MOVE "Y" TO WS-Hay-Cambios.

       ListarInstrucciones.
           IF WS-Ins-Cuenta = 0 THEN
               DISPLAY "No hay instrucciones registradas."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Encontrado-Ix FROM 1 BY 1
                   UNTIL WS-Encontrado-Ix > WS-Ins-Cuenta
               PERFORM MostrarInstruccion
           END-PERFORM.

       MostrarInstruccion.
           EVALUATE Tab-Frecuencia(WS-Encontrado-Ix)
               WHEN "D"
                   MOVE "DIARIA" TO WS-Texto-Frecuencia
               WHEN "M"
                   MOVE SPACES TO WS-Texto-Frecuencia
                   STRING "MENSUAL DIA " DELIMITED BY SIZE
                       Tab-Dia(WS-Encontrado-Ix) DELIMITED BY SIZE
                       INTO WS-Texto-Frecuencia
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WS-Texto-Frecuencia
                   STRING "TRIMESTRAL DIA " DELIMITED BY SIZE
                       Tab-Dia(WS-Encontrado-Ix) DELIMITED BY SIZE
                       INTO WS-Texto-Frecuencia
                   END-STRING
           END-EVALUATE.
           IF Tab-Estado(WS-Encontrado-Ix) = "A" THEN
               MOVE "ACTIVA" TO WS-Texto-Estado
           ELSE
               MOVE "SUSPENDIDA" TO WS-Texto-Estado
           END-IF.
           MOVE Tab-Num1(WS-Encontrado-Ix) TO WS-Monto-Edit.
           MOVE Tab-Num2(WS-Encontrado-Ix) TO WS-Monto-Edit2.
           DISPLAY Tab-ID(WS-Encontrado-Ix) "  "
               Tab-Descripcion(WS-Encontrado-Ix) "  "
               WS-Texto-Estado.
           DISPLAY "      " Tab-Operacion(WS-Encontrado-Ix) " "
               FUNCTION TRIM(WS-Monto-Edit) " "
               FUNCTION TRIM(WS-Monto-Edit2) "  "
               FUNCTION TRIM(WS-Texto-Frecuencia).
           IF Tab-Hasta(WS-Encontrado-Ix) = SPACES THEN
               DISPLAY "      Vigente desde "
                   Tab-Desde(WS-Encontrado-Ix) " sin termino"
           ELSE
               DISPLAY "      Vigente del "
                   Tab-Desde(WS-Encontrado-Ix) " al "
                   Tab-Hasta(WS-Encontrado-Ix)
           END-IF.
           IF Tab-Ultimo-Debida(WS-Encontrado-Ix) = SPACES THEN
               DISPLAY "      Todavia no ha generado ningun periodo."
           ELSE
               DISPLAY "      Ultimo periodo generado: "
                   Tab-Ultimo-Periodo(WS-Encontrado-Ix) " (debida "
                   Tab-Ultimo-Debida(WS-Encontrado-Ix) ")"
           END-IF.
           DISPLAY "      Registrada o cambiada "
               Tab-Registrado(WS-Encontrado-Ix)(1:8) " por "
               Tab-Operador(WS-Encontrado-Ix).

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarInstrucciones.
           OPEN OUTPUT InstruccionesFile.
           IF WS-Ins-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de instrucciones: "
                   WS-Ins-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Ins-Ix FROM 1 BY 1
                   UNTIL WS-Ins-Ix > WS-Ins-Cuenta
               MOVE SPACES TO Instruccion-Rec
               MOVE Tab-ID(WS-Ins-Ix) TO Ins-ID
               MOVE Tab-Operacion(WS-Ins-Ix) TO Ins-Operacion
               MOVE Tab-Num1(WS-Ins-Ix) TO Ins-Num1
               MOVE Tab-Num2(WS-Ins-Ix) TO Ins-Num2
               MOVE Tab-Frecuencia(WS-Ins-Ix) TO Ins-Frecuencia
               MOVE Tab-Dia(WS-Ins-Ix) TO Ins-Dia
               MOVE Tab-Desde(WS-Ins-Ix) TO Ins-Desde
               MOVE Tab-Hasta(WS-Ins-Ix) TO Ins-Hasta
               MOVE Tab-Estado(WS-Ins-Ix) TO Ins-Estado
               MOVE Tab-Descripcion(WS-Ins-Ix) TO Ins-Descripcion
               MOVE Tab-Registrado(WS-Ins-Ix) TO Ins-Registrado
               MOVE Tab-Operador(WS-Ins-Ix) TO Ins-Operador
               MOVE ";" TO Ins-Sep1 Ins-Sep2 Ins-Sep3 Ins-Sep4
                   Ins-Sep5 Ins-Sep6 Ins-Sep7 Ins-Sep8 Ins-Sep9
                   Ins-Sep10 Ins-Sep11
               WRITE Instruccion-Rec
           END-PERFORM.
           CLOSE InstruccionesFile.
           DISPLAY "Instrucciones guardadas (" WS-Ins-Cuenta ").".

       END PROGRAM MantenimientoInstrucciones.
