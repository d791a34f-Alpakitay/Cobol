      *>   - grupos duplicados de nombre+apellidos+fecha de ingreso;
      *>   - un EMPSEQ.DAT atrasado respecto del Emp-ID mas alto
      *>     (tipico despues de un restore: la siguiente alta truena
      *>     o pisa un registro vivo);
      *>   - un indice de busqueda (data/EMPINDEX.DAT) que ya no
      *>     describe al maestro: entradas de Emp-IDs que no existen,
      *>     llaves que no calzan con el registro, entradas fuera de
      *>     orden o repetidas, o empleados sin sus dos entradas. Se
      *>     corrige corriendo ReconstruirIndiceEmpleados.
      *> Solo lee y reporta, no corrige nada. Condition code 8 si hay
      *> problemas estructurales (llave/consecutivo), 4 si solo hay
      *> hallazgos de datos, 0 si el maestro vino limpio.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Seq-Status.

      *> Indice de busqueda que mantiene IndiceEmpleados.
           SELECT IndiceFile ASSIGN TO DYNAMIC WS-Indice-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Indice-Status.

      *> Archivo de trabajo para ordenar por la llave de duplicados.
           SELECT SortFile ASSIGN TO "data/EMPAUDIT.TMP".

       FD EmpSeqFile.
           01 EmpSeq-Rec PIC 9(6).

       FD IndiceFile.
           COPY EMPINDICE.

       SD SortFile.
           01 Sort-Rec.
               05 Sort-Llave.
           01 WS-Grupo-Cuenta PIC 9(4) VALUE 0.
           01 WS-Primer-ID-Grupo PIC 9(6) VALUE 0.

      *> Revision del indice: la entrada anterior (para el orden),
      *> la llave que deberia traer cada entrada segun el maestro y
      *> la cuenta de entradas buenas, que debe ser dos por
      *> registro del maestro.
           01 WS-Indice-Path PIC X(40) VALUE "data/EMPINDEX.DAT".
           01 WS-Indice-Status PIC XX VALUE SPACES.
           01 WS-Ind-Anterior PIC X(41) VALUE LOW-VALUES.
           01 WS-Ind-Clave-Esperada PIC X(32) VALUE SPACES.
           01 WS-Ind-Buenas PIC 9(6) VALUE 0.
           01 WS-Ind-Esperadas PIC 9(6) VALUE 0.
           01 WS-Ind-Problemas PIC 9(6) VALUE 0.

      *> Contadores del reporte, uno por tipo de hallazgo.
           01 WS-Revisados PIC 9(6) VALUE 0.
           01 WS-Max-ID PIC 9(6) VALUE 0.

           PERFORM BuscarDuplicados.
           PERFORM RevisarConsecutivo.
           PERFORM RevisarIndice.
           PERFORM ImprimirResumen.
           STOP RUN.

                   WS-Emp-Key " dice Emp-ID " Emp-ID
           END-IF.

      *> Un anonimizado no tiene fecha de nacimiento a proposito.
           CALL "ValidarFecha" USING Emp-FechaNacimiento
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF Emp-Nombre = "ANONIMIZADO" THEN
               MOVE "Y" TO WS-Fecha-Valida
           END-IF.
           IF WS-Fecha-Valida NOT = "Y" THEN
               ADD 1 TO WS-Nacimiento-Malos
               ADD 1 TO WS-Hallazgos-Datos
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
      *> Los anonimizados comparten nombre a proposito; no son
      *> duplicados.
                       IF Emp-Nombre NOT = "ANONIMIZADO" THEN
                           MOVE FUNCTION UPPER-CASE(Emp-Nombre)
                               TO Sort-Nombre
                           MOVE FUNCTION UPPER-CASE(Emp-Apellidos)
                               TO Sort-Apellidos
                           MOVE Emp-FechaIngreso TO Sort-FechaIngreso
                           MOVE Emp-ID TO Sort-ID
                           RELEASE Sort-Rec
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Emp-Status = "00" OR WS-Emp-Status = "10" THEN
               END-IF
           END-IF.

      *> El indice contra el maestro: cada entrada debe apuntar a un
      *> registro vivo cuya llave (apellidos o departamento en
      *> mayusculas) sea la de la entrada, y el archivo debe venir
      *> estrictamente ordenado (la consulta corta el recorrido
      *> apoyada en el orden). Al final, las entradas buenas deben
      *> ser dos por registro revisado; si faltan, hay empleados que
      *> la consulta no encontraria. Son hallazgos de datos: el
      *> maestro esta bien y el indice se rearma desde el.
       RevisarIndice.
           COMPUTE WS-Ind-Esperadas = WS-Revisados * 2.
           OPEN INPUT IndiceFile.
           IF WS-Indice-Status NOT = "00" THEN
               IF WS-Revisados > 0 THEN
                   ADD 1 TO WS-Ind-Problemas
                   ADD 1 TO WS-Hallazgos-Datos
                   DISPLAY "  INDICE: no existe "
                       FUNCTION TRIM(WS-Indice-Path) " ("
                       WS-Indice-Status "); la consulta barre el "
                       "maestro completo."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EmployeeFile.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ IndiceFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RevisarEntradaIndice
               END-READ
           END-PERFORM.
           CLOSE IndiceFile.
           CLOSE EmployeeFile.
           IF WS-Ind-Buenas < WS-Ind-Esperadas THEN
               ADD 1 TO WS-Ind-Problemas
               ADD 1 TO WS-Hallazgos-Datos
               DISPLAY "  INDICE: " WS-Ind-Buenas " entradas buenas "
                   "de " WS-Ind-Esperadas " esperadas; hay empleados "
                   "sin entrar al indice."
           END-IF.

       RevisarEntradaIndice.
           IF Indice-Rec NOT > WS-Ind-Anterior THEN
               ADD 1 TO WS-Ind-Problemas
               ADD 1 TO WS-Hallazgos-Datos
               DISPLAY "  INDICE: entrada fuera de orden o repetida: "
                   Indice-Rec
           END-IF.
           MOVE Indice-Rec TO WS-Ind-Anterior.

           MOVE Ind-EmpID TO WS-Emp-Key.
           READ EmployeeFile
               INVALID KEY
                   ADD 1 TO WS-Ind-Problemas
                   ADD 1 TO WS-Hallazgos-Datos
                   DISPLAY "  INDICE: la entrada " Ind-Tipo " "
                       FUNCTION TRIM(Ind-Clave) " apunta al ID "
                       Ind-EmpID " que no existe en el maestro."
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE Ind-Tipo
               WHEN "A"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       Emp-Apellidos)) TO WS-Ind-Clave-Esperada
               WHEN "D"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       Emp-Departamento)) TO WS-Ind-Clave-Esperada
               WHEN OTHER
                   MOVE HIGH-VALUES TO WS-Ind-Clave-Esperada
           END-EVALUATE.
           IF Ind-Clave = WS-Ind-Clave-Esperada THEN
               ADD 1 TO WS-Ind-Buenas
           ELSE
               ADD 1 TO WS-Ind-Problemas
               ADD 1 TO WS-Hallazgos-Datos
               DISPLAY "  INDICE: la entrada " Ind-Tipo " "
                   FUNCTION TRIM(Ind-Clave) " del ID " Ind-EmpID
                   " ya no calza con el maestro."
           END-IF.

       ImprimirResumen.
           DISPLAY "----------------------------------------".
           DISPLAY "Registros revisados:            " WS-Revisados.
           ELSE
               DISPLAY "Consecutivo EMPSEQ:             OK"
           END-IF.
           IF WS-Ind-Problemas > 0 THEN
               DISPLAY "Indice de busqueda:             "
                   "DESCUADRADO (corra ReconstruirIndiceEmpleados)"
           ELSE
               DISPLAY "Indice de busqueda:             OK"
           END-IF.
           DISPLAY "----------------------------------------".

           EVALUATE TRUE
