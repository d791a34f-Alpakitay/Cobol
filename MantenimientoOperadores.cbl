      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoOperadores.

      *> Mantenimiento del archivo de operadores
      *> (data/OPERADORES.DAT, layout en copybooks/OPERADOR.cpy) que
      *> usa IniciarSesion: alta de usuarios, rol, PIN, desactivacion
      *> y reactivacion, en el mismo estilo de los otros
      *> mantenimientos (tabla ordenada por usuario en memoria, se
      *> regraba solo al guardar). El PIN se captura dos veces y
      *> solo se guarda su huella (CifrarPIN).
      *>
      *> Tambien pide firma: el rol OPERACIONES administra a todos;
      *> cualquier otro rol solo puede cambiar su propio PIN. Cuando
      *> el archivo no existe o no tiene ningun operador activo de
      *> OPERACIONES (la primera vez), no hay quien firme: se entra
      *> sin firma y lo unico que se ofrece es dar de alta a ese
      *> primer operador de OPERACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Oper-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Oper-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OperadoresFile.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           01 WS-Oper-Path PIC X(40) VALUE "data/OPERADORES.DAT".
           01 WS-Oper-Status PIC XX VALUE SPACES.
           01 WS-Oper-EOF PIC X VALUE "N".

      *> Tabla en memoria con el archivo completo, en orden de
      *> usuario.
           01 WS-Oper-Cuenta PIC 9(3) VALUE 0.
           01 WS-Oper-Max PIC 9(3) VALUE 200.
           01 Oper-Tabla.
               05 Oper-Entrada-Tab OCCURS 200 TIMES.
                   10 Tab-Usuario PIC X(8).
                   10 Tab-Nombre PIC X(30).
                   10 Tab-Rol PIC X(12).
                   10 Tab-Huella PIC X(10).
                   10 Tab-Estado PIC X(1).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Registro-Por PIC X(8).
           01 WS-Oper-Ix PIC 9(3) VALUE 0.
           01 WS-Oper-Jx PIC 9(3) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(3) VALUE 0.
           01 WS-Insertar-Ix PIC 9(3) VALUE 0.
           01 WS-Admins-Activos PIC 9(3) VALUE 0.

      *> Sesion de quien mantiene el archivo.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTOPERADORES".
           01 WS-Ses-Usuario PIC X(8) VALUE SPACES.
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Arranque PIC X VALUE "N".

      *> Captura en turno.
           01 Usuario PIC X(8) VALUE SPACES.
           01 WS-Usuario PIC X(8) VALUE SPACES.
           01 Nombre PIC X(30) VALUE SPACES.
           01 WS-Rol PIC X(12) VALUE SPACES.
           01 WS-Rol-Opcion PIC X(1) VALUE SPACES.
           01 PIN-1 PIC X(8) VALUE SPACES.
           01 PIN-2 PIC X(8) VALUE SPACES.
           01 WS-PIN-Valido PIC X VALUE "N".
           01 WS-Huella PIC X(10) VALUE SPACES.
           01 WS-Registrado PIC X(21) VALUE SPACES.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos, igual que en los otros mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.
           01 WS-Intentos-Menu PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Mantenimiento.
           DISPLAY "===== Operadores del sistema =====".
           PERFORM CargarOperadores.

           PERFORM ContarAdministradores.
           IF WS-Admins-Activos = 0 THEN
               DISPLAY "Aviso: no hay ningun operador activo de "
                   "OPERACIONES; se entra sin firma solo para dar de "
                   "alta al primero."
               MOVE "Y" TO WS-Arranque
               MOVE "(inicio)" TO WS-Ses-Usuario
               MOVE "OPERACIONES" TO WS-Ses-Rol
           ELSE
               CALL "IniciarSesion" USING WS-Ses-Programa
                   WS-Ses-Usuario WS-Ses-Rol WS-Ses-OK
               IF WS-Ses-OK NOT = "Y" THEN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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

      *> Carga el archivo completo a la tabla; si todavia no existe
      *> se arranca vacia y se crea al guardar.
       CargarOperadores.
           OPEN INPUT OperadoresFile.
           IF WS-Oper-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de operadores, "
                   "se crea al guardar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Oper-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de operadores: "
                   WS-Oper-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Oper-EOF = "Y"
               READ OperadoresFile
                   AT END
                       MOVE "Y" TO WS-Oper-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE OperadoresFile.

       GuardarEnTabla.
           IF Operador-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE Oper-Usuario TO WS-Usuario.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Aviso: usuario repetido " WS-Usuario
                   " en el archivo de operadores, queda el ultimo."
           ELSE
               IF WS-Oper-Cuenta >= WS-Oper-Max THEN
                   DISPLAY "Error: el archivo de operadores pasa de "
                       WS-Oper-Max " usuarios, no cabe en la tabla."
                   CLOSE OperadoresFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM AbrirHueco
               MOVE WS-Insertar-Ix TO WS-Encontrado-Ix
           END-IF.
           MOVE Oper-Usuario TO Tab-Usuario(WS-Encontrado-Ix).
           MOVE Oper-Nombre TO Tab-Nombre(WS-Encontrado-Ix).
           MOVE Oper-Rol TO Tab-Rol(WS-Encontrado-Ix).
           MOVE Oper-PIN-Huella TO Tab-Huella(WS-Encontrado-Ix).
           MOVE Oper-Estado TO Tab-Estado(WS-Encontrado-Ix).
           MOVE Oper-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE Oper-Registro-Por
               TO Tab-Registro-Por(WS-Encontrado-Ix).

      *> Cuantos operadores activos de OPERACIONES hay: sin ninguno
      *> nadie podria administrar el archivo.
       ContarAdministradores.
           MOVE 0 TO WS-Admins-Activos.
           PERFORM VARYING WS-Oper-Ix FROM 1 BY 1
                   UNTIL WS-Oper-Ix > WS-Oper-Cuenta
               IF Tab-Rol(WS-Oper-Ix) = "OPERACIONES" AND
                       Tab-Estado(WS-Oper-Ix) = "A" THEN
                   ADD 1 TO WS-Admins-Activos
               END-IF
           END-PERFORM.

      *> Busca WS-Usuario en la tabla: deja WS-Encontrado-Ix (0 = no
      *> esta) y en WS-Insertar-Ix la posicion donde iria.
       BuscarEntrada.
           MOVE 0 TO WS-Encontrado-Ix.
           COMPUTE WS-Insertar-Ix = WS-Oper-Cuenta + 1.
           PERFORM VARYING WS-Oper-Ix FROM 1 BY 1
                   UNTIL WS-Oper-Ix > WS-Oper-Cuenta
               IF Tab-Usuario(WS-Oper-Ix) = WS-Usuario THEN
                   MOVE WS-Oper-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
               IF Tab-Usuario(WS-Oper-Ix) > WS-Usuario THEN
                   MOVE WS-Oper-Ix TO WS-Insertar-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       AbrirHueco.
           PERFORM VARYING WS-Oper-Jx FROM WS-Oper-Cuenta BY -1
                   UNTIL WS-Oper-Jx < WS-Insertar-Ix
               MOVE Oper-Entrada-Tab(WS-Oper-Jx)
                   TO Oper-Entrada-Tab(WS-Oper-Jx + 1)
           END-PERFORM.
           ADD 1 TO WS-Oper-Cuenta.

      *> Un pase del menu. Solo se muestran (y solo se aceptan) las
      *> opciones del rol que firmo; en el arranque, solo el alta.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Ses-Rol = "OPERACIONES" THEN
               DISPLAY "1. Agregar operador"
           END-IF.
           IF WS-Ses-Rol = "OPERACIONES" AND WS-Arranque = "N" THEN
               DISPLAY "2. Cambiar rol"
               DISPLAY "3. Restablecer PIN"
               DISPLAY "4. Desactivar operador"
               DISPLAY "5. Reactivar operador"
               DISPLAY "6. Listar operadores"
           END-IF.
           IF WS-Arranque = "N" THEN
               DISPLAY "7. Cambiar mi PIN"
           END-IF.
           DISPLAY "8. Guardar cambios y salir"
           DISPLAY "9. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.

           IF WS-Opcion-Alpha = "1" AND WS-Ses-Rol NOT = "OPERACIONES"
                   THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.
           IF WS-Opcion-Alpha >= "2" AND WS-Opcion-Alpha <= "6" AND
                   (WS-Ses-Rol NOT = "OPERACIONES" OR
                    WS-Arranque = "Y") THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.
           IF WS-Opcion-Alpha = "7" AND WS-Arranque = "Y" THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM AgregarOperador
               WHEN "2"
                   PERFORM CambiarRol
               WHEN "3"
                   PERFORM RestablecerPIN
               WHEN "4"
                   PERFORM DesactivarOperador
               WHEN "5"
                   PERFORM ReactivarOperador
               WHEN "6"
                   PERFORM ListarOperadores
               WHEN "7"
                   PERFORM CambiarMiPIN
               WHEN "8"
                   PERFORM GrabarOperadores
                   MOVE "Y" TO WS-Termina
               WHEN "9"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Pide un usuario (hasta 8 caracteres, se guarda en
      *> mayusculas) y lo busca en la tabla.
       BuscarUsuario.
           DISPLAY "Usuario (hasta 8 caracteres):"
           ACCEPT Usuario.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Usuario))
               TO WS-Usuario.
           PERFORM BuscarEntrada.

       AgregarOperador.
           PERFORM BuscarUsuario.
           IF WS-Usuario = SPACES THEN
               DISPLAY "Error: el usuario no puede ir en blanco."
               EXIT PARAGRAPH
           END-IF.
      *> Nombres con que firman los procesos en lote: "(nadie)" y
      *> parecidos, CARGA (CargaTiposCambio) y ACUMULA
      *> (AcumulacionVacaciones).
           IF WS-Usuario(1:1) = "(" OR
                   FUNCTION TRIM(WS-Usuario) = "CARGA" OR
                   FUNCTION TRIM(WS-Usuario) = "ACUMULA" THEN
               DISPLAY "Error: el usuario " FUNCTION TRIM(WS-Usuario)
                   " esta reservado para los procesos en lote."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Error: el usuario " FUNCTION TRIM(WS-Usuario)
                   " ya existe."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Oper-Cuenta >= WS-Oper-Max THEN
               DISPLAY "Error: el archivo de operadores esta lleno."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nombre completo:"
           ACCEPT Nombre.
           INSPECT Nombre REPLACING ALL ";" BY ",".
           IF WS-Arranque = "Y" THEN
               MOVE "OPERACIONES" TO WS-Rol
               DISPLAY "Rol: OPERACIONES (primer operador)."
           ELSE
               PERFORM SolicitarRol
           END-IF.
           PERFORM SolicitarPIN.
           IF WS-PIN-Valido NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM AbrirHueco.
           MOVE WS-Insertar-Ix TO WS-Encontrado-Ix.
           MOVE WS-Usuario TO Tab-Usuario(WS-Encontrado-Ix).
           MOVE Nombre TO Tab-Nombre(WS-Encontrado-Ix).
           MOVE WS-Rol TO Tab-Rol(WS-Encontrado-Ix).
           MOVE WS-Huella TO Tab-Huella(WS-Encontrado-Ix).
           MOVE "A" TO Tab-Estado(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "Operador " FUNCTION TRIM(WS-Usuario)
               " agregado con rol " FUNCTION TRIM(WS-Rol) ".".

       SolicitarRol.
           MOVE SPACES TO WS-Rol.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Rol NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un rol "
                       "valido, se aborta sin guardar."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Rol?"
               DISPLAY "1. RHCAPTURA (captura de RH)"
               DISPLAY "2. RHSUPERVISOR (supervisor de RH)"
               DISPLAY "3. FINANZAS"
               DISPLAY "4. OPERACIONES"
               ACCEPT WS-Rol-Opcion
               EVALUATE WS-Rol-Opcion
                   WHEN "1"
                       MOVE "RHCAPTURA" TO WS-Rol
                   WHEN "2"
                       MOVE "RHSUPERVISOR" TO WS-Rol
                   WHEN "3"
                       MOVE "FINANZAS" TO WS-Rol
                   WHEN "4"
                       MOVE "OPERACIONES" TO WS-Rol
                   WHEN OTHER
                       DISPLAY "Error: opcion invalida, intente de "
                           "nuevo."
               END-EVALUATE
           END-PERFORM.

      *> PIN de 4 a 8 digitos, capturado dos veces; deja en
      *> WS-Huella la huella para WS-Usuario.
       SolicitarPIN.
           MOVE "N" TO WS-PIN-Valido.
           DISPLAY "PIN nuevo (4 a 8 digitos):"
           ACCEPT PIN-1.
           DISPLAY "Repita el PIN:"
           ACCEPT PIN-2.
           IF PIN-1 NOT = PIN-2 THEN
               DISPLAY "Error: los dos PIN no coinciden."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(PIN-1) IS NOT NUMERIC OR
                   FUNCTION LENGTH(FUNCTION TRIM(PIN-1)) < 4 THEN
               DISPLAY "Error: el PIN debe ser de 4 a 8 digitos."
               EXIT PARAGRAPH
           END-IF.
           CALL "CifrarPIN" USING WS-Usuario PIN-1 WS-Huella.
           MOVE SPACES TO PIN-1 PIN-2.
           MOVE "Y" TO WS-PIN-Valido.

      *> Fecha/hora y quien hizo el ultimo cambio del registro.
       SellarEntrada.
           MOVE FUNCTION CURRENT-DATE TO WS-Registrado.
           MOVE WS-Registrado TO Tab-Registrado(WS-Encontrado-Ix).
           MOVE WS-Ses-Usuario TO Tab-Registro-Por(WS-Encontrado-Ix).
           MOVE "Y" TO WS-Hay-Cambios.

       CambiarRol.
           PERFORM BuscarUsuario.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el usuario "
                   FUNCTION TRIM(WS-Usuario) "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Usuario = WS-Ses-Usuario THEN
               DISPLAY "Error: no puede cambiar su propio rol."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rol actual: " Tab-Rol(WS-Encontrado-Ix).
           PERFORM SolicitarRol.
           MOVE WS-Rol TO Tab-Rol(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "Rol de " FUNCTION TRIM(WS-Usuario)
               " cambiado a " FUNCTION TRIM(WS-Rol) ".".

       RestablecerPIN.
           PERFORM BuscarUsuario.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el usuario "
                   FUNCTION TRIM(WS-Usuario) "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SolicitarPIN.
           IF WS-PIN-Valido NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Huella TO Tab-Huella(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "PIN de " FUNCTION TRIM(WS-Usuario)
               " restablecido.".

       DesactivarOperador.
           PERFORM BuscarUsuario.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el usuario "
                   FUNCTION TRIM(WS-Usuario) "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Usuario = WS-Ses-Usuario THEN
               DISPLAY "Error: no puede desactivarse a si mismo."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Estado(WS-Encontrado-Ix) = "I" THEN
               DISPLAY "Aviso: " FUNCTION TRIM(WS-Usuario)
                   " ya estaba inactivo."
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO Tab-Estado(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "Operador " FUNCTION TRIM(WS-Usuario)
               " desactivado.".

       ReactivarOperador.
           PERFORM BuscarUsuario.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: no existe el usuario "
                   FUNCTION TRIM(WS-Usuario) "."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Estado(WS-Encontrado-Ix) = "A" THEN
               DISPLAY "Aviso: " FUNCTION TRIM(WS-Usuario)
                   " ya estaba activo."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO Tab-Estado(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "Operador " FUNCTION TRIM(WS-Usuario)
               " reactivado.".

       ListarOperadores.
           IF WS-Oper-Cuenta = 0 THEN
               DISPLAY "(sin operadores)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Oper-Ix FROM 1 BY 1
                   UNTIL WS-Oper-Ix > WS-Oper-Cuenta
               IF Tab-Estado(WS-Oper-Ix) = "A" THEN
                   DISPLAY "  " Tab-Usuario(WS-Oper-Ix) "  "
                       Tab-Rol(WS-Oper-Ix) "  ACTIVO    "
                       Tab-Nombre(WS-Oper-Ix)
               ELSE
                   DISPLAY "  " Tab-Usuario(WS-Oper-Ix) "  "
                       Tab-Rol(WS-Oper-Ix) "  INACTIVO  "
                       Tab-Nombre(WS-Oper-Ix)
               END-IF
           END-PERFORM.

      *> Cualquier rol puede cambiar su propio PIN.
       CambiarMiPIN.
           MOVE WS-Ses-Usuario TO WS-Usuario.
           PERFORM BuscarEntrada.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: su usuario ya no esta en el archivo."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SolicitarPIN.
           IF WS-PIN-Valido NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Huella TO Tab-Huella(WS-Encontrado-Ix).
           PERFORM SellarEntrada.
           DISPLAY "PIN cambiado; guarde para que tome efecto.".

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarOperadores.
           OPEN OUTPUT OperadoresFile.
           IF WS-Oper-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de operadores: "
                   WS-Oper-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Oper-Ix FROM 1 BY 1
                   UNTIL WS-Oper-Ix > WS-Oper-Cuenta
               MOVE SPACES TO Operador-Rec
               MOVE Tab-Usuario(WS-Oper-Ix) TO Oper-Usuario
               MOVE Tab-Nombre(WS-Oper-Ix) TO Oper-Nombre
               MOVE Tab-Rol(WS-Oper-Ix) TO Oper-Rol
               MOVE Tab-Huella(WS-Oper-Ix) TO Oper-PIN-Huella
               MOVE Tab-Estado(WS-Oper-Ix) TO Oper-Estado
               MOVE Tab-Registrado(WS-Oper-Ix) TO Oper-Registrado
               MOVE Tab-Registro-Por(WS-Oper-Ix) TO Oper-Registro-Por
               MOVE ";" TO Oper-Sep1 Oper-Sep2 Oper-Sep3 Oper-Sep4
                   Oper-Sep5 Oper-Sep6
               WRITE Operador-Rec
           END-PERFORM.
           CLOSE OperadoresFile.
           DISPLAY "Operadores guardados (" WS-Oper-Cuenta
               " usuarios).".

       END PROGRAM MantenimientoOperadores.
