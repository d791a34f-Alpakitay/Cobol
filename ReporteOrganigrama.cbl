      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteOrganigrama.

      *> Organigrama del maestro de empleados a partir del supervisor
      *> directo de cada uno (Emp-Supervisor): por departamento, el
      *> arbol de quien reporta a quien con la cantidad de reportes
      *> directos y el total de gente a cargo (toda la rama hacia
      *> abajo) de cada supervisor, para que la reorg deje de
      *> empezar con una hoja de calculo armada a mano. Solo entran
      *> al arbol los empleados activos (misma regla de estado que
      *> ReporteRoster).
      *>
      *> Al final, la hoja de excepciones de empleados activos:
      *>  - supervisor dado de baja o todavia pendiente de ingreso;
      *>  - supervisor de otro departamento;
      *>  - supervisor que ya no existe en el maestro (purgado);
      *>  - huerfanos: sin supervisor ni gente a cargo en un
      *>    departamento que si tiene jerarquia cargada (tipico
      *>    despues de una reasignacion masiva);
      *>  - ciclos de reporte que hayan quedado en el maestro.
      *> La corrida termina con CC 4 si hay excepciones.
      *>
      *> Uso: ReporteOrganigrama

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas; la lectura
      *> secuencial lo entrega en orden de Emp-ID.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

      *> Archivo de impresion con las mismas paginas de 66 lineas
      *> que el roster.
           SELECT OrgFile ASSIGN TO DYNAMIC WS-Org-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Org-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD OrgFile.
           01 Org-Linea PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

      *> El maestro completo en memoria, en orden de Emp-ID (el del
      *> archivo), con el supervisor ya resuelto a su posicion en la
      *> tabla y los contadores de gente a cargo.
           01 WS-Emp-Cuenta PIC 9(5) VALUE 0.
           01 WS-Emp-Max PIC 9(5) VALUE 5000.
           01 Emp-Tabla.
               05 Emp-Entrada OCCURS 5000 TIMES.
                   10 Tab-ID PIC 9(6).
                   10 Tab-Nombre PIC X(20).
                   10 Tab-Apellidos PIC X(32).
                   10 Tab-Depto PIC X(20).
                   10 Tab-Estado PIC X(1).
                   10 Tab-Activo PIC X(1).
                   10 Tab-Sup PIC X(6).
                   10 Tab-Sup-Ix PIC 9(5).
                   10 Tab-Directos PIC 9(5).
                   10 Tab-Total PIC 9(5).
                   10 Tab-Ciclo PIC X(1).
                   10 Tab-Impreso PIC X(1).
           01 WS-Ix PIC 9(5) VALUE 0.
           01 WS-Jx PIC 9(5) VALUE 0.
           01 WS-Kx PIC 9(5) VALUE 0.
           01 WS-Pasos PIC 9(5) VALUE 0.

      *> Busqueda binaria por Emp-ID sobre la tabla ya ordenada.
           01 WS-Bus-ID PIC 9(6) VALUE 0.
           01 WS-Bus-Ix PIC 9(5) VALUE 0.
           01 WS-Bus-Bajo PIC 9(5) VALUE 0.
           01 WS-Bus-Alto PIC 9(5) VALUE 0.
           01 WS-Bus-Medio PIC 9(5) VALUE 0.

      *> Departamentos con gente activa, en orden alfabetico, con la
      *> bandera de si tienen jerarquia cargada (alguien que reporta
      *> a un supervisor activo del mismo departamento).
           01 WS-Dep-Cuenta PIC 9(3) VALUE 0.
           01 WS-Dep-Max PIC 9(3) VALUE 200.
           01 Dep-Tabla.
               05 Dep-Entrada OCCURS 200 TIMES.
                   10 Dep-Nombre PIC X(20).
                   10 Dep-Activos PIC 9(5).
                   10 Dep-Jerarquia PIC X(1).
           01 WS-Dx PIC 9(3) VALUE 0.
           01 WS-Dep-Ix PIC 9(3) VALUE 0.
           01 WS-Dep-Actual PIC X(20) VALUE SPACES.

      *> Recorrido del arbol en profundidad con una pila explicita:
      *> por cada nivel, el nodo y la ultima posicion de la tabla ya
      *> revisada buscando a sus hijos.
           01 WS-Pila-Tope PIC 9(3) VALUE 0.
           01 WS-Pila-Max PIC 9(3) VALUE 100.
           01 Pila-Tabla.
               05 Pila-Entrada OCCURS 100 TIMES.
                   10 Pila-Ix PIC 9(5).
                   10 Pila-Pos PIC 9(5).
           01 WS-Hijo-Ix PIC 9(5) VALUE 0.
           01 WS-Nivel PIC 9(3) VALUE 0.
           01 WS-Sangria PIC 9(3) VALUE 0.
           01 WS-Puntero PIC 9(3) VALUE 0.
           01 WS-Directos-Edit PIC ZZZZ9.
           01 WS-Total-Edit PIC ZZZZ9.

      *> Excepciones, contadas por tipo para la hoja final.
           01 WS-Exc-Motivo PIC X(40) VALUE SPACES.
           01 WS-Exc-Total PIC 9(6) VALUE 0.
           01 WS-Exc-Baja PIC 9(6) VALUE 0.
           01 WS-Exc-Otro-Depto PIC 9(6) VALUE 0.
           01 WS-Exc-No-Existe PIC 9(6) VALUE 0.
           01 WS-Exc-Huerfanos PIC 9(6) VALUE 0.
           01 WS-Exc-Ciclos PIC 9(6) VALUE 0.

           01 WS-Activos PIC 9(6) VALUE 0.
           01 WS-Con-Supervisor PIC 9(6) VALUE 0.

      *> Paginacion del archivo de impresion, igual que ReporteRoster.
           01 WS-Org-Path PIC X(40) VALUE "data/ORGANIGRAMA.RPT".
           01 WS-Org-Status PIC XX VALUE SPACES.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Hoy-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Fecha-Corrida PIC X(10) VALUE SPACES.
           01 Linea-Trabajo PIC X(100) VALUE SPACES.
           01 Linea-Encabezado PIC X(100) VALUE SPACES.
           01 WS-Titulo-Columnas.
               05 FILLER PIC X(40) VALUE "EMPLEADO".
               05 FILLER PIC X(20) VALUE "DIRECTOS  TOTAL".

       PROCEDURE DIVISION.
       Reportar.
           DISPLAY "===== Organigrama por Departamento =====".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy-AAAAMMDD.
           MOVE WS-Hoy-AAAAMMDD(1:4) TO WS-Fecha-Corrida(1:4).
           MOVE "-" TO WS-Fecha-Corrida(5:1).
           MOVE WS-Hoy-AAAAMMDD(5:2) TO WS-Fecha-Corrida(6:2).
           MOVE "-" TO WS-Fecha-Corrida(8:1).
           MOVE WS-Hoy-AAAAMMDD(7:2) TO WS-Fecha-Corrida(9:2).

           PERFORM CargarMaestro.
           PERFORM ResolverSupervisores.
           PERFORM CalcularSpans.

           OPEN OUTPUT OrgFile.
           IF WS-Org-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de impresion del "
                   "organigrama: " WS-Org-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.

           PERFORM VARYING WS-Dx FROM 1 BY 1
                   UNTIL WS-Dx > WS-Dep-Cuenta
               PERFORM ImprimirDepartamento
           END-PERFORM.

           PERFORM ImprimirExcepciones.
           PERFORM RellenarPagina.
           CLOSE OrgFile.

           DISPLAY "Organigrama impreso en "
               FUNCTION TRIM(WS-Org-Path) " (" WS-Pagina
               " paginas, " WS-Activos " empleados activos, "
               WS-Dep-Cuenta " departamentos).".
           IF WS-Exc-Total > 0 THEN
               DISPLAY "Excepciones: " WS-Exc-Total
                   " (ver la hoja final del reporte)."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Carga el maestro completo a la tabla y arma la lista de
      *> departamentos con gente activa.
       CargarMaestro.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GuardarEmpleado
               END-READ
           END-PERFORM.
           CLOSE EmployeeFile.

       GuardarEmpleado.
           IF WS-Emp-Cuenta >= WS-Emp-Max THEN
               DISPLAY "Error: el maestro pasa de " WS-Emp-Max
                   " empleados, la tabla del organigrama no alcanza."
               CLOSE EmployeeFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Emp-Cuenta.
           MOVE WS-Emp-Cuenta TO WS-Ix.
           MOVE Emp-ID TO Tab-ID(WS-Ix).
           MOVE Emp-Nombre TO Tab-Nombre(WS-Ix).
           MOVE Emp-Apellidos TO Tab-Apellidos(WS-Ix).
           MOVE Emp-Departamento TO Tab-Depto(WS-Ix).
           MOVE Emp-Estado TO Tab-Estado(WS-Ix).
           MOVE Emp-Supervisor TO Tab-Sup(WS-Ix).
           MOVE 0 TO Tab-Sup-Ix(WS-Ix).
           MOVE 0 TO Tab-Directos(WS-Ix).
           MOVE 0 TO Tab-Total(WS-Ix).
           MOVE "N" TO Tab-Ciclo(WS-Ix).
           MOVE "N" TO Tab-Impreso(WS-Ix).
      *> Baja ("I") o pendiente cuya fecha de ingreso no llega no
      *> entran al arbol; espacios cuenta como activo.
           EVALUATE TRUE
               WHEN Emp-Estado = "I"
                   MOVE "N" TO Tab-Activo(WS-Ix)
               WHEN Emp-Estado = "P" AND
                       Emp-FechaIngreso > WS-Fecha-Corrida
                   MOVE "N" TO Tab-Activo(WS-Ix)
               WHEN OTHER
                   MOVE "Y" TO Tab-Activo(WS-Ix)
                   ADD 1 TO WS-Activos
                   PERFORM AnotarDepartamento
           END-EVALUATE.

      *> Inserta el departamento en la lista ordenada si no estaba y
      *> le suma el activo.
       AnotarDepartamento.
           MOVE Emp-Departamento TO WS-Dep-Actual.
           PERFORM BuscarDepartamento.
           IF WS-Dep-Ix > 0 THEN
               ADD 1 TO Dep-Activos(WS-Dep-Ix)
               EXIT PARAGRAPH
           END-IF.
           IF WS-Dep-Cuenta >= WS-Dep-Max THEN
               DISPLAY "Aviso: la tabla de departamentos se lleno, "
                   "se ignora " FUNCTION TRIM(WS-Dep-Actual) "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Dep-Cuenta.
           MOVE WS-Dep-Cuenta TO WS-Dx.
           PERFORM UNTIL WS-Dx = 1
               IF Dep-Nombre(WS-Dx - 1) > WS-Dep-Actual THEN
                   MOVE Dep-Entrada(WS-Dx - 1) TO Dep-Entrada(WS-Dx)
                   SUBTRACT 1 FROM WS-Dx
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-Dep-Actual TO Dep-Nombre(WS-Dx).
           MOVE 1 TO Dep-Activos(WS-Dx).
           MOVE "N" TO Dep-Jerarquia(WS-Dx).

       BuscarDepartamento.
           MOVE 0 TO WS-Dep-Ix.
           PERFORM VARYING WS-Dx FROM 1 BY 1
                   UNTIL WS-Dx > WS-Dep-Cuenta OR WS-Dep-Ix > 0
               IF Dep-Nombre(WS-Dx) = WS-Dep-Actual THEN
                   MOVE WS-Dx TO WS-Dep-Ix
               END-IF
           END-PERFORM.

      *> Cada supervisor capturado se resuelve a su posicion en la
      *> tabla (cero si no es numerico o ya no esta en el maestro).
       ResolverSupervisores.
           PERFORM VARYING WS-Ix FROM 1 BY 1
                   UNTIL WS-Ix > WS-Emp-Cuenta
               IF Tab-Sup(WS-Ix) NOT = SPACES AND
                       FUNCTION TRIM(Tab-Sup(WS-Ix)) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(Tab-Sup(WS-Ix)) TO WS-Bus-ID
                   PERFORM BuscarPorID
                   MOVE WS-Bus-Ix TO Tab-Sup-Ix(WS-Ix)
               END-IF
           END-PERFORM.

       BuscarPorID.
           MOVE 0 TO WS-Bus-Ix.
           MOVE 1 TO WS-Bus-Bajo.
           MOVE WS-Emp-Cuenta TO WS-Bus-Alto.
           PERFORM UNTIL WS-Bus-Bajo > WS-Bus-Alto OR WS-Bus-Ix > 0
               COMPUTE WS-Bus-Medio = (WS-Bus-Bajo + WS-Bus-Alto) / 2
               EVALUATE TRUE
                   WHEN Tab-ID(WS-Bus-Medio) = WS-Bus-ID
                       MOVE WS-Bus-Medio TO WS-Bus-Ix
                   WHEN Tab-ID(WS-Bus-Medio) < WS-Bus-ID
                       COMPUTE WS-Bus-Bajo = WS-Bus-Medio + 1
                   WHEN OTHER
                       IF WS-Bus-Medio = 1 THEN
                           MOVE 0 TO WS-Bus-Alto
                       ELSE
                           COMPUTE WS-Bus-Alto = WS-Bus-Medio - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> Reportes directos: cada activo le suma uno a su supervisor.
      *> Total a cargo: cada activo le suma uno a todos los de su
      *> cadena hacia arriba; la cadena se corta en un supervisor
      *> que no esta activo, igual que la rama en el arbol. Una
      *> cadena que no termina en la cantidad de empleados del
      *> maestro es un ciclo.
       CalcularSpans.
           PERFORM VARYING WS-Ix FROM 1 BY 1
                   UNTIL WS-Ix > WS-Emp-Cuenta
               IF Tab-Activo(WS-Ix) = "Y" AND
                       Tab-Sup-Ix(WS-Ix) > 0 THEN
                   ADD 1 TO WS-Con-Supervisor
                   MOVE Tab-Sup-Ix(WS-Ix) TO WS-Kx
                   ADD 1 TO Tab-Directos(WS-Kx)
                   IF Tab-Activo(WS-Kx) = "Y" AND
                           Tab-Depto(WS-Kx) = Tab-Depto(WS-Ix) THEN
                       MOVE Tab-Depto(WS-Ix) TO WS-Dep-Actual
                       PERFORM BuscarDepartamento
                       IF WS-Dep-Ix > 0 THEN
                           MOVE "Y" TO Dep-Jerarquia(WS-Dep-Ix)
                       END-IF
                   END-IF
                   PERFORM SumarCadenaArriba
               END-IF
           END-PERFORM.

       SumarCadenaArriba.
           MOVE Tab-Sup-Ix(WS-Ix) TO WS-Kx.
           MOVE 0 TO WS-Pasos.
           PERFORM UNTIL WS-Kx = 0
               ADD 1 TO WS-Pasos
               IF WS-Kx = WS-Ix OR WS-Pasos > WS-Emp-Cuenta THEN
                   MOVE "Y" TO Tab-Ciclo(WS-Ix)
                   MOVE 0 TO WS-Kx
               ELSE
                   ADD 1 TO Tab-Total(WS-Kx)
                   IF Tab-Activo(WS-Kx) = "Y" THEN
                       MOVE Tab-Sup-Ix(WS-Kx) TO WS-Kx
                   ELSE
                       MOVE 0 TO WS-Kx
                   END-IF
               END-IF
           END-PERFORM.

      *> Un departamento: primero cada raiz (activo sin supervisor
      *> activo del mismo departamento) con su rama completa, y al
      *> final lo que quedo sin imprimir (solo pasa con los ciclos,
      *> que no tienen raiz).
       ImprimirDepartamento.
           MOVE Dep-Nombre(WS-Dx) TO WS-Dep-Actual.
           MOVE SPACES TO Linea-Trabajo.
           IF WS-Dep-Actual = SPACES THEN
               MOVE "--- Departamento: (sin departamento) ---"
                   TO Linea-Trabajo
           ELSE
               STRING "--- Departamento: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Dep-Actual) DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
           END-IF.
           PERFORM EscribirLineaOrg.

           PERFORM VARYING WS-Ix FROM 1 BY 1
                   UNTIL WS-Ix > WS-Emp-Cuenta
               IF Tab-Activo(WS-Ix) = "Y" AND
                       Tab-Depto(WS-Ix) = WS-Dep-Actual AND
                       Tab-Impreso(WS-Ix) = "N" THEN
                   PERFORM RevisarRaiz
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-Ix FROM 1 BY 1
                   UNTIL WS-Ix > WS-Emp-Cuenta
               IF Tab-Activo(WS-Ix) = "Y" AND
                       Tab-Depto(WS-Ix) = WS-Dep-Actual AND
                       Tab-Impreso(WS-Ix) = "N" THEN
                   PERFORM ImprimirRama
               END-IF
           END-PERFORM.

           MOVE SPACES TO Linea-Trabajo.
           STRING "    Activos en el departamento: " DELIMITED BY SIZE
               Dep-Activos(WS-Dx) DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaOrg.

       RevisarRaiz.
           MOVE Tab-Sup-Ix(WS-Ix) TO WS-Kx.
           IF WS-Kx = 0 THEN
               PERFORM ImprimirRama
           ELSE
               IF Tab-Activo(WS-Kx) NOT = "Y" OR
                       Tab-Depto(WS-Kx) NOT = WS-Dep-Actual THEN
                   PERFORM ImprimirRama
               END-IF
           END-IF.

      *> Imprime el nodo WS-Ix y toda su rama dentro del mismo
      *> departamento, en profundidad, con sangria por nivel.
       ImprimirRama.
           MOVE 1 TO WS-Pila-Tope.
           MOVE WS-Ix TO Pila-Ix(1).
           MOVE 0 TO Pila-Pos(1).
           MOVE WS-Ix TO WS-Hijo-Ix.
           MOVE 1 TO WS-Nivel.
           PERFORM ImprimirNodo.

           PERFORM UNTIL WS-Pila-Tope = 0
               PERFORM BuscarSiguienteHijo
               IF WS-Hijo-Ix = 0 THEN
                   SUBTRACT 1 FROM WS-Pila-Tope
               ELSE
                   COMPUTE WS-Nivel = WS-Pila-Tope + 1
                   PERFORM ImprimirNodo
                   IF WS-Pila-Tope < WS-Pila-Max THEN
                       ADD 1 TO WS-Pila-Tope
                       MOVE WS-Hijo-Ix TO Pila-Ix(WS-Pila-Tope)
                       MOVE 0 TO Pila-Pos(WS-Pila-Tope)
                   END-IF
               END-IF
           END-PERFORM.

      *> Siguiente reporte directo (activo, mismo departamento, sin
      *> imprimir) del nodo en el tope de la pila, a partir de donde
      *> se quedo la busqueda anterior.
       BuscarSiguienteHijo.
           MOVE 0 TO WS-Hijo-Ix.
           MOVE Pila-Pos(WS-Pila-Tope) TO WS-Jx.
           PERFORM UNTIL WS-Jx >= WS-Emp-Cuenta OR WS-Hijo-Ix > 0
               ADD 1 TO WS-Jx
               IF Tab-Sup-Ix(WS-Jx) = Pila-Ix(WS-Pila-Tope) AND
                       Tab-Activo(WS-Jx) = "Y" AND
                       Tab-Depto(WS-Jx) = WS-Dep-Actual AND
                       Tab-Impreso(WS-Jx) = "N" THEN
                   MOVE WS-Jx TO WS-Hijo-Ix
               END-IF
           END-PERFORM.
           MOVE WS-Jx TO Pila-Pos(WS-Pila-Tope).

       ImprimirNodo.
           MOVE "Y" TO Tab-Impreso(WS-Hijo-Ix).
           COMPUTE WS-Sangria = (WS-Nivel - 1) * 2.
           IF WS-Sangria > 30 THEN
               MOVE 30 TO WS-Sangria
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           COMPUTE WS-Puntero = WS-Sangria + 1.
           STRING Tab-ID(WS-Hijo-Ix) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Apellidos(WS-Hijo-Ix))
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(Tab-Nombre(WS-Hijo-Ix))
               DELIMITED BY SIZE
               INTO Linea-Trabajo WITH POINTER WS-Puntero
           END-STRING.
           IF Tab-Directos(WS-Hijo-Ix) > 0 THEN
               MOVE Tab-Directos(WS-Hijo-Ix) TO WS-Directos-Edit
               MOVE Tab-Total(WS-Hijo-Ix) TO WS-Total-Edit
               MOVE WS-Directos-Edit TO Linea-Trabajo(44:5)
               MOVE WS-Total-Edit TO Linea-Trabajo(51:5)
           END-IF.
           PERFORM EscribirLineaOrg.

      *> Hoja de excepciones: siempre en pagina nueva, una linea por
      *> empleado activo con problema y las cuentas por tipo.
       ImprimirExcepciones.
           PERFORM NuevaPagina.
           MOVE "EXCEPCIONES DEL ORGANIGRAMA" TO Linea-Trabajo.
           PERFORM EscribirLineaOrg.
           MOVE "================================" TO Linea-Trabajo.
           PERFORM EscribirLineaOrg.

           PERFORM VARYING WS-Ix FROM 1 BY 1
                   UNTIL WS-Ix > WS-Emp-Cuenta
               IF Tab-Activo(WS-Ix) = "Y" THEN
                   PERFORM RevisarExcepcion
               END-IF
           END-PERFORM.

           IF WS-Exc-Total = 0 THEN
               MOVE "Sin excepciones." TO Linea-Trabajo
               PERFORM EscribirLineaOrg
           END-IF.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaOrg.
           STRING "EMPLEADOS ACTIVOS: " DELIMITED BY SIZE
               WS-Activos DELIMITED BY SIZE
               "   CON SUPERVISOR: " DELIMITED BY SIZE
               WS-Con-Supervisor DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SUPERVISOR DADO DE BAJA O PENDIENTE: "
               DELIMITED BY SIZE
               WS-Exc-Baja DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SUPERVISOR EN OTRO DEPARTAMENTO:     "
               DELIMITED BY SIZE
               WS-Exc-Otro-Depto DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SUPERVISOR INEXISTENTE:              "
               DELIMITED BY SIZE
               WS-Exc-No-Existe DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           STRING "HUERFANOS:                           "
               DELIMITED BY SIZE
               WS-Exc-Huerfanos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.
           MOVE SPACES TO Linea-Trabajo.
           STRING "EN CICLO DE REPORTE:                 "
               DELIMITED BY SIZE
               WS-Exc-Ciclos DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.

       RevisarExcepcion.
           MOVE SPACES TO WS-Exc-Motivo.
           MOVE Tab-Sup-Ix(WS-Ix) TO WS-Kx.
           EVALUATE TRUE
               WHEN Tab-Ciclo(WS-Ix) = "Y"
                   MOVE "EN CICLO DE REPORTE" TO WS-Exc-Motivo
                   ADD 1 TO WS-Exc-Ciclos
               WHEN Tab-Sup(WS-Ix) NOT = SPACES AND WS-Kx = 0
                   STRING "SUPERVISOR " DELIMITED BY SIZE
                       Tab-Sup(WS-Ix) DELIMITED BY SIZE
                       " NO EXISTE" DELIMITED BY SIZE
                       INTO WS-Exc-Motivo
                   END-STRING
                   ADD 1 TO WS-Exc-No-Existe
               WHEN WS-Kx > 0 AND Tab-Estado(WS-Kx) = "I"
                   STRING "SUPERVISOR " DELIMITED BY SIZE
                       Tab-Sup(WS-Ix) DELIMITED BY SIZE
                       " DADO DE BAJA" DELIMITED BY SIZE
                       INTO WS-Exc-Motivo
                   END-STRING
                   ADD 1 TO WS-Exc-Baja
               WHEN WS-Kx > 0 AND Tab-Activo(WS-Kx) NOT = "Y"
                   STRING "SUPERVISOR " DELIMITED BY SIZE
                       Tab-Sup(WS-Ix) DELIMITED BY SIZE
                       " PENDIENTE DE INGRESO" DELIMITED BY SIZE
                       INTO WS-Exc-Motivo
                   END-STRING
                   ADD 1 TO WS-Exc-Baja
               WHEN WS-Kx > 0 AND
                       Tab-Depto(WS-Kx) NOT = Tab-Depto(WS-Ix)
                   STRING "SUPERVISOR " DELIMITED BY SIZE
                       Tab-Sup(WS-Ix) DELIMITED BY SIZE
                       " ES DE " DELIMITED BY SIZE
                       FUNCTION TRIM(Tab-Depto(WS-Kx))
                       DELIMITED BY SIZE
                       INTO WS-Exc-Motivo
                   END-STRING
                   ADD 1 TO WS-Exc-Otro-Depto
               WHEN Tab-Sup(WS-Ix) = SPACES AND
                       Tab-Directos(WS-Ix) = 0
                   PERFORM RevisarHuerfano
           END-EVALUATE.
           IF WS-Exc-Motivo = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-Exc-Total.
           MOVE SPACES TO Linea-Trabajo.
           STRING Tab-ID(WS-Ix) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Tab-Apellidos(WS-Ix)(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Tab-Depto(WS-Ix) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Exc-Motivo DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaOrg.

      *> Sin supervisor ni gente a cargo solo es huerfano si su
      *> departamento ya tiene jerarquia cargada; en uno sin
      *> jerarquia todavia no hay a quien reportarlo.
       RevisarHuerfano.
           MOVE Tab-Depto(WS-Ix) TO WS-Dep-Actual.
           PERFORM BuscarDepartamento.
           IF WS-Dep-Ix > 0 THEN
               IF Dep-Jerarquia(WS-Dep-Ix) = "Y" THEN
                   MOVE "SIN SUPERVISOR (HUERFANO)" TO WS-Exc-Motivo
                   ADD 1 TO WS-Exc-Huerfanos
               END-IF
           END-IF.

      *> Cierra la pagina en curso y abre la siguiente con su bloque
      *> de encabezado, igual que ReporteRoster.
       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "ORGANIGRAMA POR DEPARTAMENTO" DELIMITED BY SIZE
               "                  FECHA: " DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE WS-Titulo-Columnas TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Org-Linea.
           WRITE Org-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Org-Linea
                   WRITE Org-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaOrg.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Org-Linea.
           WRITE Org-Linea.
           ADD 1 TO WS-Linea-En-Pagina.
           MOVE SPACES TO Linea-Trabajo.

       END PROGRAM ReporteOrganigrama.
