      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IniciarSesion.

      *> Subprograma compartido de firma de operador: lo llama cada
      *> mantenimiento al arrancar, antes de cargar nada. Pide
      *> usuario y PIN, busca al usuario en data/OPERADORES.DAT y
      *> compara la huella del PIN capturado (CifrarPIN) con la
      *> guardada. Devuelve el usuario autenticado y su rol; el
      *> programa que llama decide que funciones ofrece a ese rol y
      *> firma con ese usuario sus registros de cambio (EMPMOVS,
      *> TIPOSCAMBIOLOG, los ajustes del acumulador). Antes el unico
      *> "quien" eran unas iniciales de texto libre.
      *>
      *> Tres intentos por sesion. Cada intento fallido deja su
      *> linea en data/SESIONESFALLIDAS.LOG (programa;usuario;
      *> motivo;fecha-hora, la misma forma de cuatro campos de
      *> ERRORLOG.LOG) para la revision de excepciones de la manana.
      *> Sin archivo de operadores nadie puede firmar: el primer
      *> operador se da de alta con MantenimientoOperadores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Oper-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Oper-Status.

           SELECT FallidasFile ASSIGN TO DYNAMIC WS-Fallidas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Fallidas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OperadoresFile.
           COPY OPERADOR.

       FD FallidasFile.
           01 Fallida-Rec PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Oper-Path PIC X(40) VALUE "data/OPERADORES.DAT".
           01 WS-Oper-Status PIC XX VALUE SPACES.
           01 WS-Oper-EOF PIC X VALUE "N".
           01 WS-Fallidas-Path PIC X(40)
               VALUE "data/SESIONESFALLIDAS.LOG".
           01 WS-Fallidas-Status PIC XX VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.

      *> Captura del intento en turno.
           01 WS-Usuario PIC X(8) VALUE SPACES.
           01 WS-PIN PIC X(8) VALUE SPACES.
           01 WS-Huella PIC X(10) VALUE SPACES.
           01 WS-Motivo PIC X(20) VALUE SPACES.

      *> Lo que se encontro del usuario en el archivo.
           01 WS-Encontrado PIC X VALUE "N".
           01 WS-Enc-Huella PIC X(10) VALUE SPACES.
           01 WS-Enc-Estado PIC X(1) VALUE SPACES.
           01 WS-Enc-Rol PIC X(12) VALUE SPACES.
           01 WS-Enc-Nombre PIC X(30) VALUE SPACES.

           01 WS-Intento PIC 9(1) VALUE 0.
           01 WS-Max-Intentos PIC 9(1) VALUE 3.

       LINKAGE SECTION.
           01 Ses-Programa PIC X(14).
           01 Ses-Usuario PIC X(8).
           01 Ses-Rol PIC X(12).
           01 Ses-OK PIC X.

       PROCEDURE DIVISION USING Ses-Programa Ses-Usuario Ses-Rol
               Ses-OK.
       Firmar.
           MOVE "N" TO Ses-OK.
           MOVE SPACES TO Ses-Usuario.
           MOVE SPACES TO Ses-Rol.

           PERFORM VARYING WS-Intento FROM 1 BY 1
                   UNTIL WS-Intento > WS-Max-Intentos
               PERFORM IntentarFirma
               IF Ses-OK = "Y" THEN
                   DISPLAY "Sesion iniciada: "
                       FUNCTION TRIM(WS-Enc-Nombre) " ("
                       FUNCTION TRIM(Ses-Rol) ")."
                   GOBACK
               END-IF
               PERFORM RegistrarFallida
               DISPLAY "Error: usuario o PIN incorrecto."
      *> Sin archivo no tiene caso seguir pidiendo.
               IF WS-Motivo = "SIN-ARCHIVO" THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           DISPLAY "Error: sesion rechazada, no se puede continuar.".
           GOBACK.

      *> Un intento: captura, busqueda y comparacion de la huella.
      *> Deja WS-Motivo con la causa cuando no pasa; al operador solo
      *> se le dice "usuario o PIN incorrecto", sin pistas.
       IntentarFirma.
           MOVE SPACES TO WS-Motivo.
           DISPLAY "Usuario:".
           ACCEPT WS-Usuario.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Usuario))
               TO WS-Usuario.
           DISPLAY "PIN:".
           ACCEPT WS-PIN.

           IF WS-Usuario = SPACES THEN
               MOVE "USUARIO-EN-BLANCO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.

           PERFORM BuscarOperador.
           IF WS-Motivo NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Encontrado = "N" THEN
               MOVE "USUARIO-DESCONOCIDO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.

           CALL "CifrarPIN" USING WS-Usuario WS-PIN WS-Huella.
           MOVE SPACES TO WS-PIN.
           IF WS-Huella NOT = WS-Enc-Huella THEN
               MOVE "PIN-ERRONEO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF WS-Enc-Estado NOT = "A" THEN
               MOVE "USUARIO-INACTIVO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-Usuario TO Ses-Usuario.
           MOVE WS-Enc-Rol TO Ses-Rol.
           MOVE "Y" TO Ses-OK.

      *> El archivo se relee en cada intento: es chico, y asi un
      *> operador recien dado de alta puede firmar sin esperar.
       BuscarOperador.
           MOVE "N" TO WS-Encontrado.
           MOVE "N" TO WS-Oper-EOF.
           OPEN INPUT OperadoresFile.
           IF WS-Oper-Status NOT = "00" THEN
               MOVE "SIN-ARCHIVO" TO WS-Motivo
               DISPLAY "Aviso: no se pudo abrir el archivo de "
                   "operadores " FUNCTION TRIM(WS-Oper-Path) ": "
                   WS-Oper-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Oper-EOF = "Y"
               READ OperadoresFile
                   AT END
                       MOVE "Y" TO WS-Oper-EOF
                   NOT AT END
                       IF Oper-Usuario = WS-Usuario THEN
                           MOVE "Y" TO WS-Encontrado
                           MOVE Oper-PIN-Huella TO WS-Enc-Huella
                           MOVE Oper-Estado TO WS-Enc-Estado
                           MOVE Oper-Rol TO WS-Enc-Rol
                           MOVE Oper-Nombre TO WS-Enc-Nombre
                           MOVE "Y" TO WS-Oper-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperadoresFile.

       RegistrarFallida.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           OPEN EXTEND FallidasFile.
           IF WS-Fallidas-Status = "35" THEN
               OPEN OUTPUT FallidasFile
           END-IF.
           IF WS-Fallidas-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir la bitacora de "
                   "sesiones fallidas: " WS-Fallidas-Status
               EXIT PARAGRAPH
           END-IF.
           IF WS-Usuario = SPACES THEN
               MOVE "(blanco)" TO WS-Usuario
           END-IF.
           MOVE SPACES TO Fallida-Rec.
           STRING FUNCTION TRIM(Ses-Programa) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Usuario) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Motivo) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-Timestamp DELIMITED BY SIZE
               INTO Fallida-Rec
           END-STRING.
           WRITE Fallida-Rec.
           CLOSE FallidasFile.

       END PROGRAM IniciarSesion.
