      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoCuentasAjuste.

      *> Mantenimiento de las cuentas del mayor por motivo de ajuste
      *> al acumulador de Suma (data/CUENTASAJUSTE.DAT, layout en
      *> copybooks/CUENTAAJUSTE.cpy): para cada codigo de motivo de
      *> AjustesSuma, la cuenta de cargo (debe) y la de abono
      *> (haber) con las que Suma asienta en el diario contable los
      *> ajustes aprobados. Mismo estilo del mantenimiento de
      *> sucursales: el archivo completo se carga a una tabla, se
      *> edita en memoria y solo se regraba cuando el usuario elige
      *> guardar. Un motivo sin cuentas hace que Suma rechace el
      *> diario de la noche en que se postee un ajuste con el.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CuentasFile ASSIGN TO DYNAMIC WS-Cuentas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Cuentas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CuentasFile.
           COPY CUENTAAJUSTE.

       WORKING-STORAGE SECTION.
           01 WS-Cuentas-Path PIC X(40)
               VALUE "data/CUENTASAJUSTE.DAT".
           01 WS-Cuentas-Status PIC XX VALUE SPACES.
           01 WS-Cuentas-EOF PIC X VALUE "N".

      *> Tabla en memoria: arranca con los cuatro motivos de
      *> AjustesSuma sin cuentas y el archivo les pone las suyas.
      *> Un motivo del archivo que AjustesSuma ya no ofrece se
      *> conserva (puede haber ajustes viejos con el en la cola).
           01 WS-Motivos-Cuenta PIC 9(2) VALUE 0.
           01 Motivos-Tabla.
               05 Motivo-Entrada-Tab OCCURS 20 TIMES.
                   10 Tab-Motivo PIC X(14).
                   10 Tab-Cuenta-Debe PIC X(12).
                   10 Tab-Cuenta-Haber PIC X(12).
           01 WS-Motivo-Ix PIC 9(2) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(2) VALUE 0.

      *> Captura del motivo y de las cuentas en turno.
           01 MotivoAjuste PIC X(14) VALUE SPACES.
           01 WS-Motivo-Opcion PIC X(1) VALUE SPACES.
           01 Cuenta PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Debe PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Haber PIC X(12) VALUE SPACES.
           01 WS-Cuenta-Etiqueta PIC X(5) VALUE SPACES.
           01 WS-Cuenta-Largo PIC 9(3) VALUE 0.
           01 WS-Cuenta-Raros PIC 9(3) VALUE 0.
           01 WS-Sin-Cuentas PIC 9(2) VALUE 0.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos para los ciclos "pregunta hasta que venga
      *> bien", igual que en los otros programas interactivos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador (IniciarSesion) al arrancar. Solo
      *> FINANZAS cambia las cuentas; los demas solo consultan.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTCTASAJUSTE".
           01 WS-Ses-Usuario PIC X(8) VALUE SPACES.
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           CALL "IniciarSesion" USING WS-Ses-Programa WS-Ses-Usuario
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol = "FINANZAS" THEN
               MOVE "Y" TO WS-Puede-Editar
           ELSE
               DISPLAY "Aviso: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " solo puede consultar las cuentas de ajuste."
           END-IF.

           PERFORM CargarCuentas.

           MOVE "N" TO WS-Termina.
           MOVE "N" TO WS-Hay-Cambios.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Termina = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin terminar "
                       "el mantenimiento, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MenuMantenimiento
           END-PERFORM.

           STOP RUN.

      *> Arranca la tabla con los motivos de AjustesSuma y le carga
      *> encima el archivo. Si el archivo todavia no existe (primera
      *> vez), los motivos quedan sin cuentas y el archivo se crea al
      *> guardar.
       CargarCuentas.
           MOVE SPACES TO Motivos-Tabla.
           MOVE 4 TO WS-Motivos-Cuenta.
           MOVE "SUCURSAL-MALA" TO Tab-Motivo(1).
           MOVE "TASA-ERRONEA" TO Tab-Motivo(2).
           MOVE "POSTEO-DOBLE" TO Tab-Motivo(3).
           MOVE "OTRO" TO Tab-Motivo(4).
           MOVE "N" TO WS-Cuentas-EOF.

           OPEN INPUT CuentasFile.
           IF WS-Cuentas-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de cuentas de "
                   "ajuste, se crea al guardar."
           ELSE
               IF WS-Cuentas-Status NOT = "00" THEN
                   DISPLAY "Error abriendo el archivo de cuentas de "
                       "ajuste: " WS-Cuentas-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Cuentas-EOF = "Y"
                   READ CuentasFile
                       AT END
                           MOVE "Y" TO WS-Cuentas-EOF
                       NOT AT END
                           PERFORM GuardarEnTabla
                   END-READ
               END-PERFORM
               CLOSE CuentasFile
           END-IF.

       GuardarEnTabla.
           IF CtaA-Motivo = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CtaA-Motivo TO MotivoAjuste.
           PERFORM BuscarMotivo.
           IF WS-Encontrado-Ix = 0 THEN
               IF WS-Motivos-Cuenta >= 20 THEN
                   DISPLAY "Aviso: la tabla de motivos se lleno, se "
                       "ignora el motivo " CtaA-Motivo "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Motivos-Cuenta
               MOVE WS-Motivos-Cuenta TO WS-Encontrado-Ix
               MOVE CtaA-Motivo TO Tab-Motivo(WS-Encontrado-Ix)
           END-IF.
           MOVE CtaA-Cuenta-Debe TO Tab-Cuenta-Debe(WS-Encontrado-Ix).
           MOVE CtaA-Cuenta-Haber
               TO Tab-Cuenta-Haber(WS-Encontrado-Ix).

      *> Busca MotivoAjuste en la tabla; deja el indice en
      *> WS-Encontrado-Ix (0 = no esta).
       BuscarMotivo.
           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Motivo-Ix FROM 1 BY 1
                   UNTIL WS-Motivo-Ix > WS-Motivos-Cuenta
               IF Tab-Motivo(WS-Motivo-Ix) = MotivoAjuste THEN
                   MOVE WS-Motivo-Ix TO WS-Encontrado-Ix
                   MOVE WS-Motivos-Cuenta TO WS-Motivo-Ix
               END-IF
           END-PERFORM.

      *> Un pase del menu: asigna las cuentas de un motivo, lista la
      *> tabla, o termina guardando o no.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Asignar cuentas a un motivo"
           END-IF
           DISPLAY "2. Listar motivos y cuentas"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "3. Guardar cambios y salir"
           END-IF
           DISPLAY "4. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND
                   (WS-Opcion-Alpha = "1" OR WS-Opcion-Alpha = "3")
                   THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM AsignarCuentas
               WHEN "2"
                   PERFORM ListarCuentas
               WHEN "3"
                   PERFORM GrabarCuentas
                   MOVE "Y" TO WS-Termina
               WHEN "4"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> El motivo se escoge de la misma lista que ofrece
      *> AjustesSuma, para que el codigo calce letra por letra con
      *> el que queda en la cola de ajustes.
       SolicitarMotivo.
           MOVE SPACES TO MotivoAjuste.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL MotivoAjuste NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un motivo "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Motivo del ajuste?"
               DISPLAY "1. Archivo de sucursal erroneo"
               DISPLAY "2. Tasa de cambio erronea"
               DISPLAY "3. Corrida posteada doble"
               DISPLAY "4. Otro"
               ACCEPT WS-Motivo-Opcion
               EVALUATE WS-Motivo-Opcion
                   WHEN "1"
                       MOVE "SUCURSAL-MALA" TO MotivoAjuste
                   WHEN "2"
                       MOVE "TASA-ERRONEA" TO MotivoAjuste
                   WHEN "3"
                       MOVE "POSTEO-DOBLE" TO MotivoAjuste
                   WHEN "4"
                       MOVE "OTRO" TO MotivoAjuste
                   WHEN OTHER
                       DISPLAY "Error: opcion invalida, intente de "
                           "nuevo."
               END-EVALUATE
           END-PERFORM.

       AsignarCuentas.
           PERFORM SolicitarMotivo.
           PERFORM BuscarMotivo.
           IF Tab-Cuenta-Debe(WS-Encontrado-Ix) NOT = SPACES THEN
               DISPLAY "Cuentas actuales: debe "
                   Tab-Cuenta-Debe(WS-Encontrado-Ix) " haber "
                   Tab-Cuenta-Haber(WS-Encontrado-Ix)
           END-IF.
           PERFORM SolicitarCuentas.
           MOVE WS-Cuenta-Debe TO Tab-Cuenta-Debe(WS-Encontrado-Ix).
           MOVE WS-Cuenta-Haber TO Tab-Cuenta-Haber(WS-Encontrado-Ix).
           MOVE "Y" TO WS-Hay-Cambios.
           DISPLAY "Cuentas del motivo " FUNCTION TRIM(MotivoAjuste)
               " actualizadas.".

      *> Las dos cuentas del motivo: la de cargo y la de abono de la
      *> contrapartida. Ninguna va en blanco y no pueden ser la misma
      *> (el asiento se cancelaria solo).
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

       ListarCuentas.
           PERFORM VARYING WS-Motivo-Ix FROM 1 BY 1
                   UNTIL WS-Motivo-Ix > WS-Motivos-Cuenta
               IF Tab-Cuenta-Debe(WS-Motivo-Ix) = SPACES THEN
                   DISPLAY Tab-Motivo(WS-Motivo-Ix)
                       " SIN CUENTAS CONTABLES"
               ELSE
                   DISPLAY Tab-Motivo(WS-Motivo-Ix) " debe "
                       Tab-Cuenta-Debe(WS-Motivo-Ix) " haber "
                       Tab-Cuenta-Haber(WS-Motivo-Ix)
               END-IF
           END-PERFORM.

      *> Regraba el archivo completo desde la tabla; los motivos que
      *> siguen sin cuentas no se graban.
       GrabarCuentas.
           OPEN OUTPUT CuentasFile.
           IF WS-Cuentas-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de cuentas de "
                   "ajuste: " WS-Cuentas-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Sin-Cuentas.
           PERFORM VARYING WS-Motivo-Ix FROM 1 BY 1
                   UNTIL WS-Motivo-Ix > WS-Motivos-Cuenta
               IF Tab-Cuenta-Debe(WS-Motivo-Ix) = SPACES THEN
                   ADD 1 TO WS-Sin-Cuentas
                   DISPLAY "Aviso: el motivo "
                       FUNCTION TRIM(Tab-Motivo(WS-Motivo-Ix))
                       " queda sin cuentas contables."
               ELSE
                   MOVE SPACES TO CuentaAjuste-Rec
                   MOVE Tab-Motivo(WS-Motivo-Ix) TO CtaA-Motivo
                   MOVE ";" TO CtaA-Sep1 CtaA-Sep2
                   MOVE Tab-Cuenta-Debe(WS-Motivo-Ix)
                       TO CtaA-Cuenta-Debe
                   MOVE Tab-Cuenta-Haber(WS-Motivo-Ix)
                       TO CtaA-Cuenta-Haber
                   WRITE CuentaAjuste-Rec
               END-IF
           END-PERFORM.
           CLOSE CuentasFile.
           DISPLAY "Cuentas de ajuste guardadas.".
           IF WS-Sin-Cuentas > 0 THEN
               DISPLAY "Aviso: Suma rechaza el diario contable de la "
                   "noche en que se postee un ajuste con un motivo "
                   "sin cuentas."
           END-IF.

       END PROGRAM MantenimientoCuentasAjuste.
