      *> edita en memoria y solo se regraba cuando el usuario elige
      *> guardar. Una sucursal nunca se borra fisicamente: se retira
      *> (estado "R") y la consolidacion nocturna deja de esperarla.
      *> Cada sucursal lleva ademas sus cuentas del mayor (cargo y
      *> abono de la contrapartida) para el diario contable que
      *> genera Suma; una sucursal activa sin cuentas hace que Suma
      *> rechace el diario de la noche.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   10 Tab-Nombre PIC X(30).
                   10 Tab-Ruta PIC X(40).
                   10 Tab-Estado PIC X(1).
                   10 Tab-Cuenta-Debe PIC X(12).
                   10 Tab-Cuenta-Haber PIC X(12).
           01 WS-Sucs-Ix PIC 9(3) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(3) VALUE 0.

           01 Nombre PIC X(30) VALUE SPACES.
           01 Ruta PIC X(40) VALUE SPACES.
           01 WS-Codigo-Mayus PIC X(10) VALUE SPACES.
      *> Cuentas del mayor en turno, tambien en mayusculas.
           01 Cuenta PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Debe PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Haber PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Etiqueta PIC X(5) VALUE SPACES.
           01 WS-Sin-Cuentas PIC 9(3) VALUE 0.
           01 WS-Cuenta-Largo PIC 9(3) VALUE 0.
           01 WS-Cuenta-Raros PIC 9(3) VALUE 0.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador (IniciarSesion) al arrancar. FINANZAS
      *> mantiene las sucursales y sus cuentas; OPERACIONES solo
      *> cambia la ruta del archivo de montos (donde deja el archivo
      *> cada sucursal es cosa de la operacion nocturna); los demas
      *> solo consultan.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTSUCURSALES".
           01 WS-Ses-Usuario PIC X(8) VALUE SPACES.
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".
           01 WS-Puede-Ruta PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           CALL "IniciarSesion" USING WS-Ses-Programa WS-Ses-Usuario
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE WS-Ses-Rol
               WHEN "FINANZAS"
                   MOVE "Y" TO WS-Puede-Editar
                   MOVE "Y" TO WS-Puede-Ruta
               WHEN "OPERACIONES"
                   MOVE "Y" TO WS-Puede-Ruta
               WHEN OTHER
                   DISPLAY "Aviso: el rol " FUNCTION TRIM(WS-Ses-Rol)
                       " solo puede consultar las sucursales."
           END-EVALUATE.

           PERFORM CargarSucursales.

           MOVE "N" TO WS-Termina.
               MOVE Suc-Nombre TO Tab-Nombre(WS-Sucs-Cuenta)
               MOVE Suc-Ruta TO Tab-Ruta(WS-Sucs-Cuenta)
               MOVE Suc-Estado TO Tab-Estado(WS-Sucs-Cuenta)
               MOVE Suc-Cuenta-Debe TO Tab-Cuenta-Debe(WS-Sucs-Cuenta)
               MOVE Suc-Cuenta-Haber
                   TO Tab-Cuenta-Haber(WS-Sucs-Cuenta)
           ELSE
               DISPLAY "Aviso: la tabla de sucursales se lleno, "
                   "se ignora el codigo " Suc-Codigo "."
           END-IF.

      *> Un pase del menu: agrega, renombra, cambia la ruta o las
      *> cuentas, retira o reactiva una sucursal, lista la tabla, o
      *> termina guardando o no.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Agregar sucursal"
               DISPLAY "2. Renombrar (cambiar nombre)"
           END-IF
           IF WS-Puede-Ruta = "Y" THEN
               DISPLAY "3. Cambiar ruta del archivo de montos"
           END-IF
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "4. Retirar sucursal"
               DISPLAY "5. Reactivar sucursal"
               DISPLAY "9. Cambiar cuentas contables"
           END-IF
           DISPLAY "6. Listar sucursales"
           IF WS-Puede-Ruta = "Y" THEN
               DISPLAY "7. Guardar cambios y salir"
           END-IF
           DISPLAY "8. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND
                   (WS-Opcion-Alpha = "1" OR WS-Opcion-Alpha = "2" OR
                    WS-Opcion-Alpha = "4" OR WS-Opcion-Alpha = "5" OR
                    WS-Opcion-Alpha = "9")
                   THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.
           IF WS-Puede-Ruta NOT = "Y" AND
                   (WS-Opcion-Alpha = "3" OR WS-Opcion-Alpha = "7")
                   THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM RetirarSucursal
               WHEN "5"
                   PERFORM ReactivarSucursal
               WHEN "9"
                   PERFORM CambiarCuentas
               WHEN "6"
                   PERFORM ListarSucursales
               WHEN "7"
                       DISPLAY "Ingrese el nombre:"
                       ACCEPT Nombre
                       PERFORM SolicitarRuta
                       PERFORM SolicitarCuentas
                       ADD 1 TO WS-Sucs-Cuenta
                       MOVE WS-Codigo-Mayus
                           TO Tab-Codigo(WS-Sucs-Cuenta)
                       MOVE Nombre TO Tab-Nombre(WS-Sucs-Cuenta)
                       MOVE Ruta TO Tab-Ruta(WS-Sucs-Cuenta)
                       MOVE "A" TO Tab-Estado(WS-Sucs-Cuenta)
                       MOVE WS-Cuenta-Debe
                           TO Tab-Cuenta-Debe(WS-Sucs-Cuenta)
                       MOVE WS-Cuenta-Haber
                           TO Tab-Cuenta-Haber(WS-Sucs-Cuenta)
                       MOVE "Y" TO WS-Hay-Cambios
                       DISPLAY "Sucursal "
                           FUNCTION TRIM(WS-Codigo-Mayus)
               END-IF
           END-PERFORM.

      *> Las dos cuentas del mayor de la sucursal: la de cargo y la
      *> de abono de la contrapartida. Ninguna va en blanco y no
      *> pueden ser la misma (el asiento se cancelaria solo).
       SolicitarCuentas.
           MOVE SPACES TO WS-Cuenta-Debe WS-Cuenta-Haber.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Cuenta-Debe NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin cuentas "
                       "validas, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "debe" TO WS-Cuenta-Etiqueta
               PERFORM SolicitarCuenta
               MOVE Cuenta TO WS-Cuenta-Debe
               IF WS-Cuenta-Debe NOT = SPACES THEN
                   MOVE "haber" TO WS-Cuenta-Etiqueta
                   PERFORM SolicitarCuenta
                   MOVE Cuenta TO WS-Cuenta-Haber
                   IF WS-Cuenta-Haber = SPACES THEN
                       MOVE SPACES TO WS-Cuenta-Debe
                   END-IF
               END-IF
               IF WS-Cuenta-Debe NOT = SPACES AND
                       WS-Cuenta-Debe = WS-Cuenta-Haber THEN
                   DISPLAY "Error: la cuenta del debe y la del haber "
                       "no pueden ser la misma."
                   MOVE SPACES TO WS-Cuenta-Debe
               END-IF
           END-PERFORM.

      *> Una cuenta: en mayusculas, sin blancos intermedios ni ";"
      *> (el mayor la toma tal cual del diario). Deja Cuenta en
      *> blanco si no sirve.
       SolicitarCuenta.
           DISPLAY "Ingrese la cuenta del "
               FUNCTION TRIM(WS-Cuenta-Etiqueta) ":"
           ACCEPT Cuenta.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Cuenta)) TO Cuenta.
           IF Cuenta = SPACES THEN
               DISPLAY "Error: la cuenta no puede ir en blanco."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Cuenta-Largo WS-Cuenta-Raros.
           INSPECT Cuenta TALLYING WS-Cuenta-Largo
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT Cuenta TALLYING WS-Cuenta-Raros FOR ALL ";".
           IF WS-Cuenta-Largo < FUNCTION LENGTH(FUNCTION TRIM(Cuenta))
                   OR WS-Cuenta-Raros > 0 THEN
               DISPLAY "Error: la cuenta no puede llevar espacios "
                   "ni "";""."
               MOVE SPACES TO Cuenta
           END-IF.

       CambiarCuentas.
           PERFORM BuscarCodigo.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el codigo "
                   FUNCTION TRIM(WS-Codigo-Mayus) "."
           ELSE
               DISPLAY "Cuentas actuales: debe "
                   Tab-Cuenta-Debe(WS-Encontrado-Ix) " haber "
                   Tab-Cuenta-Haber(WS-Encontrado-Ix)
               PERFORM SolicitarCuentas
               MOVE WS-Cuenta-Debe TO Tab-Cuenta-Debe(WS-Encontrado-Ix)
               MOVE WS-Cuenta-Haber
                   TO Tab-Cuenta-Haber(WS-Encontrado-Ix)
               MOVE "Y" TO WS-Hay-Cambios
               DISPLAY "Cuentas de "
                   FUNCTION TRIM(WS-Codigo-Mayus) " actualizadas."
           END-IF.

       RenombrarSucursal.
           PERFORM BuscarCodigo.
           IF WS-Encontrado-Ix = 0 THEN
                       Tab-Nombre(WS-Sucs-Ix) " "
                       FUNCTION TRIM(Tab-Ruta(WS-Sucs-Ix))
               END-IF
               IF Tab-Cuenta-Debe(WS-Sucs-Ix) = SPACES THEN
                   DISPLAY "    cuentas: SIN CUENTAS CONTABLES"
               ELSE
                   DISPLAY "    cuentas: debe "
                       Tab-Cuenta-Debe(WS-Sucs-Ix) " haber "
                       Tab-Cuenta-Haber(WS-Sucs-Ix)
               END-IF
           END-PERFORM.

      *> Regraba el archivo completo desde la tabla.
                   MOVE Tab-Ruta(WS-Sucs-Ix) TO Suc-Ruta
                   MOVE ";" TO Suc-Sep3
                   MOVE Tab-Estado(WS-Sucs-Ix) TO Suc-Estado
                   MOVE ";" TO Suc-Sep4
                   MOVE Tab-Cuenta-Debe(WS-Sucs-Ix) TO Suc-Cuenta-Debe
                   MOVE ";" TO Suc-Sep5
                   MOVE Tab-Cuenta-Haber(WS-Sucs-Ix)
                       TO Suc-Cuenta-Haber
                   WRITE Sucursal-Rec
               END-PERFORM
               CLOSE SucursalesFile
               DISPLAY "Referencia de sucursales guardada ("
                   WS-Sucs-Cuenta " codigos)."
               PERFORM AvisarSinCuentas
           END-IF.

      *> Las sucursales activas que siguen sin cuentas del mayor (las
      *> de antes de las cuentas): se guardan igual, pero el diario
      *> contable de Suma se rechaza mientras falten.
       AvisarSinCuentas.
           MOVE 0 TO WS-Sin-Cuentas.
           PERFORM VARYING WS-Sucs-Ix FROM 1 BY 1
                   UNTIL WS-Sucs-Ix > WS-Sucs-Cuenta
               IF Tab-Estado(WS-Sucs-Ix) = "A" AND
                       (Tab-Cuenta-Debe(WS-Sucs-Ix) = SPACES OR
                        Tab-Cuenta-Haber(WS-Sucs-Ix) = SPACES) THEN
                   ADD 1 TO WS-Sin-Cuentas
                   DISPLAY "Aviso: la sucursal activa "
                       FUNCTION TRIM(Tab-Codigo(WS-Sucs-Ix))
                       " no tiene cuentas contables."
               END-IF
           END-PERFORM.
           IF WS-Sin-Cuentas > 0 THEN
               DISPLAY "Aviso: Suma rechaza el diario contable "
                   "mientras haya sucursales activas sin cuentas "
                   "(opcion 9)."
           END-IF.

       END PROGRAM MantenimientoSucursales.
