           01 Tasa-Rec PIC X(40).

       FD BitacoraFile.
           01 Bitacora-Rec PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
               VALUE "data/TIPOSCAMBIOLOG.DAT".
           01 WS-Bitacora-Status PIC XX VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.
      *> Cadena de control de la bitacora (CadenaAuditoria).
           COPY CADENA.
           01 WS-Cadena-CC PIC S9(4) VALUE 0.

      *> Tabla en memoria con el archivo completo.
           01 WS-Tasas-Cuenta PIC 9(2) VALUE 0.
           01 WS-Tasas-Ix PIC 9(2) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(2) VALUE 0.

      *> Captura en turno. El operador es el usuario que firmo al
      *> arrancar, y firma cada linea de la bitacora de cambios.
           01 Moneda PIC X(3) VALUE SPACES.
           01 TasaAlpha PIC X(12) VALUE SPACES.
           01 FechaEfectiva PIC X(10) VALUE SPACES.
           01 WS-Moneda-Mayus PIC X(3) VALUE SPACES.
           01 WS-Tasa-Num PIC 9(6)V9(5) VALUE 0.
           01 WS-Tasa-Anterior PIC X(12) VALUE SPACES.
           01 WS-Fecha-Bitacora PIC X(10) VALUE SPACES.

      *> Campos de trabajo para partir las lineas del archivo.
           01 WS-Campo-1 PIC X(12) VALUE SPACES.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador (IniciarSesion) al arrancar. Solo
      *> FINANZAS fija o quita tasas; los demas roles solo consultan.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTTIPOCAMBIO".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
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
                   " solo puede consultar las tasas."
           END-IF.

           PERFORM CargarTasas.

       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Fijar tasa (alta o cambio)"
               DISPLAY "2. Quitar moneda"
           END-IF
           DISPLAY "3. Listar tasas"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "4. Guardar cambios y salir"
           END-IF
           DISPLAY "5. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND WS-Opcion-Alpha NOT = "3"
                   AND WS-Opcion-Alpha NOT = "5" THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"

      *> Una linea de bitacora por cada cambio: fecha/hora, moneda,
      *> tasa anterior (vacia en un alta), tasa nueva (vacia en una
      *> quitada), el operador que lo hizo y la fecha efectiva de la
      *> tasa nueva. Con la fecha efectiva la bitacora es tambien la
      *> historia de tasas: Condicionales busca en ella la tasa que
      *> regia la fecha valor de una transaccion.
       RegistrarCambio.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE SPACES TO WS-Fecha-Bitacora.
           IF TasaAlpha NOT = SPACES THEN
               MOVE FechaEfectiva TO WS-Fecha-Bitacora
           END-IF.
           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Bitacora-Path TO Cad-Ruta.
           PERFORM LlamarCadena.
           OPEN EXTEND BitacoraFile.
           IF WS-Bitacora-Status = "35" THEN
               OPEN OUTPUT BitacoraFile
               FUNCTION TRIM(TasaAlpha) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Operador) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-Fecha-Bitacora DELIMITED BY SPACE
               INTO Bitacora-Rec
           END-STRING.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Bitacora-Rec TO Cad-Linea.
           PERFORM LlamarCadena.
           MOVE SPACES TO Bitacora-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Bitacora-Rec
           END-STRING.
           WRITE Bitacora-Rec.
           CLOSE BitacoraFile.

      *> El CALL deja RETURN-CODE en el del subprograma; se guarda y
      *> se restaura para no perder un aviso ya puesto en la corrida.
       LlamarCadena.
           MOVE RETURN-CODE TO WS-Cadena-CC.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE WS-Cadena-CC TO RETURN-CODE.

      *> Regraba el archivo completo desde la tabla, ya en el
      *> formato con fecha efectiva.
       GrabarTasas.
