       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas: consulta
      *> por ID es un READ directo con la llave relativa; consulta
      *> por apellidos o departamento busca primero en el indice y
      *> solo lee del maestro, por llave, los registros que calzan.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

      *> Indice de busqueda por apellidos y departamento que
      *> mantiene IndiceEmpleados, ordenado por tipo+llave+ID.
           SELECT IndiceFile ASSIGN TO DYNAMIC WS-Indice-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Indice-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD IndiceFile.
           COPY EMPINDICE.

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-EOF PIC X VALUE "N".

      *> Recorrido del indice: tipo de entrada que se busca ("A"
      *> apellidos, "D" departamento) y la llave de la entrada en
      *> turno recortada al largo de lo buscado (prefijo en
      *> apellidos; completa en departamento). El indice viene
      *> ordenado, asi que el recorrido se corta en cuanto la llave
      *> pasa de lo buscado. Sin indice (nunca se armo, se borro) la
      *> consulta cae al barrido del maestro de siempre.
           01 WS-Indice-Path PIC X(40) VALUE "data/EMPINDEX.DAT".
           01 WS-Indice-Status PIC XX VALUE SPACES.
           01 WS-Ind-Tipo-Buscado PIC X(1) VALUE SPACES.
           01 WS-Ind-Clave-Corta PIC X(32) VALUE SPACES.
           01 WS-Ind-Fin PIC X VALUE "N".

      *> Tipo y valor de la consulta. Se puede pasar todo por linea
      *> de comando ("ID 3", "APELLIDO Rodas", "DEPTO Ventas") para
      *> responder una pregunta de mostrador sin entrar al menu.
               DISPLAY "Error: indique con que empiezan los apellidos."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION TRIM(WS-Valor-Mayus) TO WS-Valor-Mayus
               COMPUTE WS-Valor-Largo =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-Valor-Mayus))
               MOVE "A" TO WS-Ind-Tipo-Buscado
               PERFORM BuscarEnIndice
           END-IF.

      *> Barrido del maestro comparando el departamento completo,
               DISPLAY "Error: indique el departamento a buscar."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION TRIM(WS-Valor-Mayus) TO WS-Valor-Mayus
               MOVE 32 TO WS-Valor-Largo
               MOVE "D" TO WS-Ind-Tipo-Buscado
               PERFORM BuscarEnIndice
           END-IF.

      *> Recorre el indice hasta el tramo del tipo y la llave
      *> buscados y lee del maestro, por llave relativa, solo los
      *> Emp-ID de ese tramo.
       BuscarEnIndice.
           OPEN INPUT IndiceFile.
           IF WS-Indice-Status NOT = "00" THEN
               DISPLAY "Aviso: no hay indice de busqueda ("
                   WS-Indice-Status "), se barre el maestro "
                   "completo; corra ReconstruirIndiceEmpleados."
               PERFORM BarrerMaestro
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Ind-Fin.
           PERFORM UNTIL WS-Ind-Fin = "Y"
               READ IndiceFile
                   AT END
                       MOVE "Y" TO WS-Ind-Fin
                   NOT AT END
                       PERFORM RevisarEntradaIndice
               END-READ
           END-PERFORM.
           CLOSE IndiceFile.

       RevisarEntradaIndice.
           IF Ind-Tipo < WS-Ind-Tipo-Buscado THEN
               EXIT PARAGRAPH
           END-IF.
           IF Ind-Tipo > WS-Ind-Tipo-Buscado THEN
               MOVE "Y" TO WS-Ind-Fin
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Ind-Clave-Corta.
           MOVE Ind-Clave(1:WS-Valor-Largo)
               TO WS-Ind-Clave-Corta(1:WS-Valor-Largo).
           EVALUATE TRUE
               WHEN WS-Ind-Clave-Corta < WS-Valor-Mayus
                   CONTINUE
               WHEN WS-Ind-Clave-Corta > WS-Valor-Mayus
                   MOVE "Y" TO WS-Ind-Fin
               WHEN OTHER
                   PERFORM LeerPorIndice
           END-EVALUATE.

      *> Lectura directa del Emp-ID de la entrada. El registro se
      *> vuelve a comparar contra lo buscado: una entrada que se
      *> quedo atras (un cambio que no alcanzo a tocar el indice)
      *> no muestra a quien ya no calza.
       LeerPorIndice.
           MOVE Ind-EmpID TO WS-Emp-Key.
           READ EmployeeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CompararRegistro
           END-READ.

       BarrerMaestro.
           MOVE "N" TO WS-EOF.
               END-READ
           END-PERFORM.

      *> Un anonimizado ya no tiene apellidos que buscar: no sale en
      *> la consulta por apellido aunque se teclee "ANONIMIZADO".
       CompararRegistro.
           IF FUNCTION TRIM(WS-Tipo-Consulta) = "APELLIDO" THEN
               IF Emp-Nombre = "ANONIMIZADO" THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(Emp-Apellidos)
                   TO WS-Apellidos-Mayus
               IF WS-Apellidos-Mayus(1:WS-Valor-Largo) =

      *> Un renglon por empleado; las bajas si se muestran (para eso
      *> es la consulta) pero marcadas, a diferencia del roster que
      *> las omite. Un anonimizado se muestra solo con lo que se
      *> conserva de el.
       MostrarEmpleado.
           ADD 1 TO WS-Coincidencias.
           IF Emp-Nombre = "ANONIMIZADO" THEN
               DISPLAY Emp-ID " " Emp-Departamento " "
                   Emp-FechaIngreso " (BAJA " Emp-FechaBaja
                   ", ANONIMIZADO)"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE Emp-Estado
               WHEN "I"
                   DISPLAY Emp-ID " " Emp-Nombre " " Emp-Apellidos " "
