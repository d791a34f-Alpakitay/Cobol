      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoPresupuestos.

      *> Mantenimiento del presupuesto mensual por sucursal
      *> (data/PRESUPUESTOS.DAT, layout en copybooks/PRESUPUESTO.cpy):
      *> fija o quita el presupuesto de una sucursal para un mes, o
      *> reparte un monto anual en los doce meses, en el mismo estilo
      *> del mantenimiento de sucursales: el archivo completo se carga
      *> a una tabla ordenada por codigo y mes, se edita en memoria y
      *> solo se regraba cuando el usuario elige guardar. El codigo
      *> tiene que existir en data/SUCURSALES.DAT (activa o retirada:
      *> el presupuesto de un mes pasado de una sucursal ya retirada
      *> sigue siendo historia). ReporteVarianzaSuma lo compara contra
      *> los subtotales que deja Suma cada noche.
      *>
      *> Uso: MantenimientoPresupuestos   (interactivo)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PresupuestosFile ASSIGN TO DYNAMIC WS-Pres-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pres-Status.

           SELECT SucursalesFile ASSIGN TO DYNAMIC WS-Sucs-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Sucs-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PresupuestosFile.
           COPY PRESUPUESTO.

       FD SucursalesFile.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           01 WS-Pres-Path PIC X(40)
               VALUE "data/PRESUPUESTOS.DAT".
           01 WS-Pres-Status PIC XX VALUE SPACES.
           01 WS-Pres-EOF PIC X VALUE "N".
           01 WS-Sucs-Path PIC X(40)
               VALUE "data/SUCURSALES.DAT".
           01 WS-Sucs-Status PIC XX VALUE SPACES.
           01 WS-Sucs-EOF PIC X VALUE "N".

      *> Codigos de la referencia de sucursales, para validar.
           01 WS-Sucs-Cuenta PIC 9(3) VALUE 0.
           01 Sucs-Tabla.
               05 Suc-Codigo-Tab OCCURS 50 TIMES PIC X(10).
           01 WS-Sucs-Ix PIC 9(3) VALUE 0.

      *> Tabla en memoria con el archivo completo, en orden de codigo
      *> y mes.
           01 WS-Pres-Cuenta PIC 9(4) VALUE 0.
           01 WS-Pres-Max PIC 9(4) VALUE 3000.
           01 Pres-Tabla.
               05 Pres-Entrada-Tab OCCURS 3000 TIMES.
                   10 Tab-Codigo PIC X(10).
                   10 Tab-Mes PIC X(7).
                   10 Tab-Monto PIC 9(10)V9(2).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Operador PIC X(8).
           01 WS-Pres-Ix PIC 9(4) VALUE 0.
           01 WS-Pres-Jx PIC 9(4) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(4) VALUE 0.
           01 WS-Insertar-Ix PIC 9(4) VALUE 0.

      *> Captura en turno.
           01 Codigo PIC X(10) VALUE SPACES.
           01 WS-Codigo-Mayus PIC X(10) VALUE SPACES.
           01 WS-Codigo-Valido PIC X VALUE "N".
           01 MesAlpha PIC X(10) VALUE SPACES.
           01 WS-Mes PIC X(7) VALUE SPACES.
           01 WS-Mes-Fecha PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 AnioAlpha PIC X(10) VALUE SPACES.
           01 WS-Anio PIC 9(4) VALUE 0.
           01 WS-Mes-Num PIC 9(2) VALUE 0.
           01 MontoAlpha PIC X(20) VALUE SPACES.
           01 WS-Monto PIC 9(10)V9(2) VALUE 0.
           01 WS-Monto-Valido PIC X VALUE "N".
           01 WS-Monto-Mes PIC 9(10)V9(2) VALUE 0.
           01 WS-Monto-Resto PIC 9(10)V9(2) VALUE 0.
           01 WS-Monto-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-Total-Edit PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-Total-Anio PIC 9(12)V9(2) VALUE 0.
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
      *> firma cada presupuesto. Solo FINANZAS los cambia; los demas
      *> roles solo consultan.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTPRESUPUEST".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           DISPLAY "===== Presupuesto mensual por sucursal =====".
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
                   " solo puede consultar los presupuestos."
           END-IF.
           PERFORM CargarSucursales.
           PERFORM CargarPresupuestos.

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

      *> Sin referencia de sucursales no hay contra que validar los
      *> codigos: se aborta en vez de aceptar presupuestos huerfanos.
       CargarSucursales.
           OPEN INPUT SucursalesFile.
           IF WS-Sucs-Status NOT = "00" THEN
               DISPLAY "Error abriendo la referencia de sucursales "
                   FUNCTION TRIM(WS-Sucs-Path) ": " WS-Sucs-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Sucs-EOF = "Y"
               READ SucursalesFile
                   AT END
                       MOVE "Y" TO WS-Sucs-EOF
                   NOT AT END
                       IF WS-Sucs-Cuenta < 50 THEN
                           ADD 1 TO WS-Sucs-Cuenta
                           MOVE FUNCTION UPPER-CASE(Suc-Codigo)
                               TO Suc-Codigo-Tab(WS-Sucs-Cuenta)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SucursalesFile.

      *> Carga el archivo completo a la tabla. Si todavia no existe
      *> (primera vez), se arranca con la tabla vacia y el archivo se
      *> crea al guardar. Cada linea entra en su lugar por codigo y
      *> mes, asi un archivo editado a mano tambien queda ordenado.
       CargarPresupuestos.
           OPEN INPUT PresupuestosFile.
           IF WS-Pres-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de presupuestos, "
                   "se crea al guardar."
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
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE PresupuestosFile.

       GuardarEnTabla.
           IF Presupuesto-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Pres-Codigo) TO WS-Codigo-Mayus.
           MOVE Pres-Mes TO WS-Mes.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Aviso: presupuesto repetido de "
                   FUNCTION TRIM(WS-Codigo-Mayus) " " WS-Mes
                   ", queda el ultimo."
           ELSE
               IF WS-Pres-Cuenta >= WS-Pres-Max THEN
                   DISPLAY "Error: el archivo de presupuestos pasa de "
                       WS-Pres-Max " lineas, no cabe en la tabla."
                   CLOSE PresupuestosFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
           END-IF.
           MOVE WS-Codigo-Mayus TO Tab-Codigo(WS-Encontrado-Ix).
           MOVE WS-Mes TO Tab-Mes(WS-Encontrado-Ix).
           MOVE Pres-Monto TO Tab-Monto(WS-Encontrado-Ix).
           MOVE Pres-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Pres-Operador TO Tab-Operador(WS-Encontrado-Ix).

      *> Busca codigo+mes en la tabla: deja WS-Encontrado-Ix (0 = no
      *> esta) y en WS-Insertar-Ix la posicion donde iria para
      *> conservar el orden.
       BuscarEntrada.
           MOVE 0 TO WS-Encontrado-Ix.
           COMPUTE WS-Insertar-Ix = WS-Pres-Cuenta + 1.
           PERFORM VARYING WS-Pres-Ix FROM 1 BY 1
                   UNTIL WS-Pres-Ix > WS-Pres-Cuenta
               IF Tab-Codigo(WS-Pres-Ix) = WS-Codigo-Mayus AND
                       Tab-Mes(WS-Pres-Ix) = WS-Mes THEN
                   MOVE WS-Pres-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
               IF Tab-Codigo(WS-Pres-Ix) > WS-Codigo-Mayus OR
                       (Tab-Codigo(WS-Pres-Ix) = WS-Codigo-Mayus AND
                        Tab-Mes(WS-Pres-Ix) > WS-Mes) THEN
                   MOVE WS-Pres-Ix TO WS-Insertar-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Corre una posicion hacia abajo todo lo que va desde
      *> WS-Insertar-Ix, dejando ese lugar libre para la entrada nueva.
       AbrirHueco.
           PERFORM VARYING WS-Pres-Jx FROM WS-Pres-Cuenta BY -1
                   UNTIL WS-Pres-Jx < WS-Insertar-Ix
               MOVE Pres-Entrada-Tab(WS-Pres-Jx)
                   TO Pres-Entrada-Tab(WS-Pres-Jx + 1)
           END-PERFORM.
           ADD 1 TO WS-Pres-Cuenta.

      *> Un pase del menu.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Fijar el presupuesto de un mes"
               DISPLAY "2. Repartir un presupuesto anual en los 12 "
                   "meses"
               DISPLAY "3. Quitar el presupuesto de un mes"
           END-IF
           DISPLAY "4. Listar los presupuestos de una sucursal"
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
                   PERFORM FijarMes
               WHEN "2"
                   PERFORM RepartirAnio
               WHEN "3"
                   PERFORM QuitarMes
               WHEN "4"
                   PERFORM ListarSucursal
               WHEN "5"
                   PERFORM GrabarPresupuestos
                   MOVE "Y" TO WS-Termina
               WHEN "6"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Pide el codigo y lo valida contra la referencia de
      *> sucursales; deja WS-Codigo-Valido.
       SolicitarCodigo.
           DISPLAY "Codigo de la sucursal:"
           ACCEPT Codigo.
           MOVE FUNCTION UPPER-CASE(Codigo) TO WS-Codigo-Mayus.
           MOVE "N" TO WS-Codigo-Valido.
           PERFORM VARYING WS-Sucs-Ix FROM 1 BY 1
                   UNTIL WS-Sucs-Ix > WS-Sucs-Cuenta
               IF Suc-Codigo-Tab(WS-Sucs-Ix) = WS-Codigo-Mayus THEN
                   MOVE "Y" TO WS-Codigo-Valido
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Codigo-Valido = "N" THEN
               DISPLAY "Error: el codigo "
                   FUNCTION TRIM(WS-Codigo-Mayus)
                   " no existe en la referencia de sucursales."
           END-IF.

      *> Mes AAAA-MM, validado como el primero de ese mes con
      *> ValidarFecha (un mes futuro si vale: el presupuesto se fija
      *> por adelantado).
       SolicitarMes.
           MOVE SPACES TO WS-Mes.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Mes NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un mes "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Mes (AAAA-MM):"
               ACCEPT MesAlpha
               MOVE SPACES TO WS-Mes-Fecha
               STRING FUNCTION TRIM(MesAlpha) DELIMITED BY SIZE
                   "-01" DELIMITED BY SIZE
                   INTO WS-Mes-Fecha
               END-STRING
               CALL "ValidarFecha" USING WS-Mes-Fecha
                   WS-Fecha-Valida WS-Fecha-Motivo
               IF FUNCTION LENGTH(FUNCTION TRIM(MesAlpha)) = 7 AND
                       (WS-Fecha-Valida = "Y" OR
                        WS-Fecha-Motivo = "FECHA-FUTURA") THEN
                   MOVE WS-Mes-Fecha(1:7) TO WS-Mes
               ELSE
                   DISPLAY "Error: mes invalido, use AAAA-MM."
               END-IF
           END-PERFORM.

      *> Monto del presupuesto: numerico, cero o positivo (cero es un
      *> mes sin actividad esperada, no un presupuesto faltante).
       SolicitarMonto.
           MOVE "N" TO WS-Monto-Valido.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Monto-Valido = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un monto "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Monto en moneda base (p.ej. 150000.00):"
               ACCEPT MontoAlpha
               IF FUNCTION TEST-NUMVAL(MontoAlpha) = 0 AND
                       FUNCTION NUMVAL(MontoAlpha) >= 0 AND
                       FUNCTION NUMVAL(MontoAlpha) < 10000000000 THEN
                   MOVE FUNCTION NUMVAL(MontoAlpha) TO WS-Monto
                   MOVE "Y" TO WS-Monto-Valido
               ELSE
                   DISPLAY "Error: el monto debe ser un numero de "
                       "0 a 9999999999.99."
               END-IF
           END-PERFORM.

       FijarMes.
           PERFORM SolicitarCodigo.
           IF WS-Codigo-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SolicitarMes.
           PERFORM SolicitarMonto.
           MOVE WS-Monto TO WS-Monto-Mes.
           PERFORM FijarEntrada.
           IF WS-Encontrado-Ix > 0 THEN
               MOVE WS-Monto TO WS-Monto-Edit
               DISPLAY "Presupuesto de " FUNCTION TRIM(WS-Codigo-Mayus)
                   " " WS-Mes ": " FUNCTION TRIM(WS-Monto-Edit)
           END-IF.

      *> Reparte el monto anual en doce partes iguales; los centavos
      *> que sobran de la division van a diciembre, para que la suma
      *> de los doce meses sea exactamente el monto anual.
       RepartirAnio.
           PERFORM SolicitarCodigo.
           IF WS-Codigo-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anio (AAAA):"
           ACCEPT AnioAlpha.
           IF FUNCTION TRIM(AnioAlpha) IS NOT NUMERIC OR
                   FUNCTION LENGTH(FUNCTION TRIM(AnioAlpha)) NOT = 4
                   THEN
               DISPLAY "Error: anio invalido, use AAAA."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(AnioAlpha) TO WS-Anio.
           PERFORM SolicitarMonto.
           COMPUTE WS-Monto-Mes = WS-Monto / 12.
           MULTIPLY WS-Monto-Mes BY 11 GIVING WS-Monto-Resto.
           SUBTRACT WS-Monto-Resto FROM WS-Monto GIVING WS-Monto-Resto.
           PERFORM VARYING WS-Mes-Num FROM 1 BY 1
                   UNTIL WS-Mes-Num > 12
               MOVE SPACES TO WS-Mes
               MOVE WS-Anio TO WS-Mes(1:4)
               MOVE "-" TO WS-Mes(5:1)
               MOVE WS-Mes-Num TO WS-Mes(6:2)
               IF WS-Mes-Num = 12 THEN
                   MOVE WS-Monto-Resto TO WS-Monto-Mes
               END-IF
               PERFORM FijarEntrada
           END-PERFORM.
           MOVE WS-Monto TO WS-Monto-Edit.
           DISPLAY "Presupuesto " WS-Anio " de "
               FUNCTION TRIM(WS-Codigo-Mayus) " repartido en 12 meses: "
               FUNCTION TRIM(WS-Monto-Edit).

      *> Alta o cambio de la entrada codigo+mes con WS-Monto-Mes,
      *> estampando cuando y quien.
       FijarEntrada.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix = 0 THEN
               IF WS-Pres-Cuenta >= WS-Pres-Max THEN
                   DISPLAY "Error: la tabla de presupuestos esta "
                       "llena, no se agrega " WS-Mes "."
                   EXIT PARAGRAPH
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
               MOVE WS-Codigo-Mayus TO Tab-Codigo(WS-Encontrado-Ix)
               MOVE WS-Mes TO Tab-Mes(WS-Encontrado-Ix)
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Registrado.
           MOVE WS-Monto-Mes TO Tab-Monto(WS-Encontrado-Ix).
           MOVE WS-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Operador TO Tab-Operador(WS-Encontrado-Ix).
           MOVE "Y" TO WS-Hay-Cambios.

       QuitarMes.
           PERFORM SolicitarCodigo.
           IF WS-Codigo-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SolicitarMes.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: " FUNCTION TRIM(WS-Codigo-Mayus)
                   " no tiene presupuesto en " WS-Mes "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Pres-Jx FROM WS-Encontrado-Ix BY 1
                   UNTIL WS-Pres-Jx >= WS-Pres-Cuenta
               MOVE Pres-Entrada-Tab(WS-Pres-Jx + 1)
                   TO Pres-Entrada-Tab(WS-Pres-Jx)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Pres-Cuenta.
           MOVE "Y" TO WS-Hay-Cambios.
           DISPLAY "Presupuesto de " FUNCTION TRIM(WS-Codigo-Mayus)
               " " WS-Mes " quitado.".

       ListarSucursal.
           PERFORM SolicitarCodigo.
           IF WS-Codigo-Valido = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Total-Anio.
           MOVE SPACES TO WS-Mes.
           PERFORM VARYING WS-Pres-Ix FROM 1 BY 1
                   UNTIL WS-Pres-Ix > WS-Pres-Cuenta
               IF Tab-Codigo(WS-Pres-Ix) = WS-Codigo-Mayus THEN
                   IF WS-Mes NOT = SPACES AND
                           Tab-Mes(WS-Pres-Ix)(1:4) NOT = WS-Mes(1:4)
                           THEN
                       PERFORM MostrarTotalAnio
                   END-IF
                   MOVE Tab-Mes(WS-Pres-Ix) TO WS-Mes
                   ADD Tab-Monto(WS-Pres-Ix) TO WS-Total-Anio
                   MOVE Tab-Monto(WS-Pres-Ix) TO WS-Monto-Edit
                   DISPLAY "  " Tab-Mes(WS-Pres-Ix) "  "
                       WS-Monto-Edit "  "
                       Tab-Registrado(WS-Pres-Ix)(1:8) " "
                       Tab-Operador(WS-Pres-Ix)
               END-IF
           END-PERFORM.
           IF WS-Mes = SPACES THEN
               DISPLAY "La sucursal " FUNCTION TRIM(WS-Codigo-Mayus)
                   " no tiene presupuestos."
           ELSE
               PERFORM MostrarTotalAnio
           END-IF.

       MostrarTotalAnio.
           MOVE WS-Total-Anio TO WS-Total-Edit.
           DISPLAY "  Total " WS-Mes(1:4) ": "
               FUNCTION TRIM(WS-Total-Edit).
           MOVE 0 TO WS-Total-Anio.

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarPresupuestos.
           OPEN OUTPUT PresupuestosFile.
           IF WS-Pres-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de presupuestos: "
                   WS-Pres-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Pres-Ix FROM 1 BY 1
                   UNTIL WS-Pres-Ix > WS-Pres-Cuenta
               MOVE SPACES TO Presupuesto-Rec
               MOVE Tab-Codigo(WS-Pres-Ix) TO Pres-Codigo
               MOVE Tab-Mes(WS-Pres-Ix) TO Pres-Mes
               MOVE Tab-Monto(WS-Pres-Ix) TO Pres-Monto
               MOVE Tab-Registrado(WS-Pres-Ix) TO Pres-Registrado
               MOVE Tab-Operador(WS-Pres-Ix) TO Pres-Operador
               MOVE ";" TO Pres-Sep1 Pres-Sep2 Pres-Sep3 Pres-Sep4
               WRITE Presupuesto-Rec
           END-PERFORM.
           CLOSE PresupuestosFile.
           DISPLAY "Presupuestos guardados (" WS-Pres-Cuenta
               " meses-sucursal).".

       END PROGRAM MantenimientoPresupuestos.
