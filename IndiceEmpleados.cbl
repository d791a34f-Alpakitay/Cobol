      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IndiceEmpleados.

      *> Subprograma compartido que mantiene el indice de busqueda
      *> del maestro de empleados (data/EMPINDEX.DAT, layout en
      *> copybooks/EMPINDICE.cpy): por cada Emp-ID una entrada con
      *> los apellidos y otra con el departamento, en mayusculas y
      *> ordenadas por tipo+llave+ID. El runtime no trae ISAM, asi
      *> que las llaves alternas no las puede llevar el propio
      *> maestro; este archivo hace ese papel y ConsultaEmpleados ya
      *> no tiene que barrer el RELATIVE completo para contestar una
      *> pregunta por apellidos o por departamento.
      *>
      *> Lo llaman todos los que escriben el maestro, siempre con el
      *> candado de CandadoMaestro tomado (es el mismo escritor
      *> unico el que protege al indice):
      *>   - ProgramaRodas y MantenimientoEmpleados despues de cada
      *>     WRITE/REWRITE, con la operacion "PONER";
      *>   - ReasignacionDepartamentos, PurgaPlaceholders y
      *>     RestaurarEmpleados despues de cerrar el maestro, con
      *>     "REARMA" (tocan demasiados registros para ir uno por uno);
      *>   - ReconstruirIndiceEmpleados, el paso nocturno, con
      *>     "REARMA".
      *>
      *> Operacion "PONER": quita las entradas del Emp-ID y pone las
      *> nuevas con Ind-Apellidos / Ind-Departamento en su lugar del
      *> orden. Operacion "QUITAR": solo quita las del Emp-ID.
      *> Operacion "REARMA": rearma el indice completo desde el
      *> maestro (el maestro debe venir cerrado por quien llama).
      *> Indice-OK = "Y" si el indice quedo al dia; "N" con aviso en
      *> pantalla si no (el maestro ya quedo bien de todos modos, y
      *> el paso nocturno de reconstruccion lo pone al dia).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndiceFile ASSIGN TO DYNAMIC WS-Indice-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Indice-Status.

      *> Copia de trabajo del indice sin las entradas del Emp-ID en
      *> turno; de ahi se regraba el indice con las nuevas en orden.
           SELECT IndiceTmpFile ASSIGN TO DYNAMIC WS-Tmp-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tmp-Status.

      *> Mismo maestro RELATIVE que escribe ProgramaRodas, solo para
      *> la reconstruccion completa.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT SortFile ASSIGN TO "data/EMPINDEX.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD IndiceFile.
           COPY EMPINDICE.

       FD IndiceTmpFile.
           01 IndiceTmp-Rec PIC X(41).

       FD EmployeeFile.
           COPY EMPLOYEE.

       SD SortFile.
           01 Sort-Rec PIC X(41).

       WORKING-STORAGE SECTION.
           01 WS-Indice-Path PIC X(40) VALUE "data/EMPINDEX.DAT".
           01 WS-Indice-Status PIC XX VALUE SPACES.
           01 WS-Tmp-Path PIC X(40) VALUE "data/EMPINDEX.TMP".
           01 WS-Tmp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-EOF PIC X VALUE "N".

      *> Entradas nuevas del Emp-ID en turno, armadas con el mismo
      *> layout del indice para compararlas contra cada linea de la
      *> copia de trabajo y meterlas en su lugar del orden.
           01 WS-Nueva-Apellidos.
               05 WS-NA-Tipo PIC X(1) VALUE "A".
               05 WS-NA-Sep1 PIC X(1) VALUE ";".
               05 WS-NA-Clave PIC X(32) VALUE SPACES.
               05 WS-NA-Sep2 PIC X(1) VALUE ";".
               05 WS-NA-EmpID PIC 9(6) VALUE 0.
           01 WS-Nueva-Depto.
               05 WS-ND-Tipo PIC X(1) VALUE "D".
               05 WS-ND-Sep1 PIC X(1) VALUE ";".
               05 WS-ND-Clave PIC X(32) VALUE SPACES.
               05 WS-ND-Sep2 PIC X(1) VALUE ";".
               05 WS-ND-EmpID PIC 9(6) VALUE 0.
           01 WS-Pendiente-Apellidos PIC X VALUE "N".
           01 WS-Pendiente-Depto PIC X VALUE "N".
           01 WS-Linea-Copia PIC X(41) VALUE SPACES.

           01 WS-Entradas PIC 9(6) VALUE 0.

       LINKAGE SECTION.
           01 Ind-Operacion PIC X(6).
           01 Ind-EmpID-Buscado PIC 9(6).
           01 Ind-Apellidos PIC X(32).
           01 Ind-Departamento PIC X(20).
           01 Indice-OK PIC X.

       PROCEDURE DIVISION USING Ind-Operacion Ind-EmpID-Buscado
               Ind-Apellidos Ind-Departamento Indice-OK.
       Operar.
           MOVE "N" TO Indice-OK.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(Ind-Operacion))
               WHEN "REARMA"
                   PERFORM RearmarIndice
               WHEN "QUITAR"
                   MOVE "N" TO WS-Pendiente-Apellidos
                   MOVE "N" TO WS-Pendiente-Depto
                   PERFORM ActualizarEntradas
               WHEN OTHER
                   PERFORM ArmarEntradasNuevas
                   PERFORM ActualizarEntradas
           END-EVALUATE.
           GOBACK.

       ArmarEntradasNuevas.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Ind-Apellidos))
               TO WS-NA-Clave.
           MOVE Ind-EmpID-Buscado TO WS-NA-EmpID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Ind-Departamento))
               TO WS-ND-Clave.
           MOVE Ind-EmpID-Buscado TO WS-ND-EmpID.
           MOVE "Y" TO WS-Pendiente-Apellidos.
           MOVE "Y" TO WS-Pendiente-Depto.

      *> Dos pases sobre el indice: el primero lo copia a la copia
      *> de trabajo sin las entradas del Emp-ID; el segundo regraba
      *> el indice desde la copia metiendo las entradas nuevas en su
      *> lugar, para que siga ordenado. Sin indice no se arma uno
      *> con un solo empleado (quedaria incompleto y la consulta lo
      *> creeria): se avisa y el paso nocturno lo reconstruye.
       ActualizarEntradas.
           OPEN INPUT IndiceFile.
           IF WS-Indice-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el indice de "
                   "empleados " FUNCTION TRIM(WS-Indice-Path) " ("
                   WS-Indice-Status "); corra "
                   "ReconstruirIndiceEmpleados."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IndiceTmpFile.
           IF WS-Tmp-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir la copia de trabajo "
                   "del indice: " WS-Tmp-Status
               CLOSE IndiceFile
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ IndiceFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF Ind-EmpID NOT = Ind-EmpID-Buscado THEN
                           MOVE Indice-Rec TO IndiceTmp-Rec
                           WRITE IndiceTmp-Rec
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IndiceFile.
           CLOSE IndiceTmpFile.

      *> Sin la copia de trabajo no se abre el indice para salida:
      *> OPEN OUTPUT lo vaciaria sin nada con que volver a llenarlo.
           OPEN INPUT IndiceTmpFile.
           IF WS-Tmp-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo releer la copia de trabajo "
                   "del indice (" WS-Tmp-Status "); el indice queda "
                   "como estaba, corra ReconstruirIndiceEmpleados."
               MOVE "N" TO Indice-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IndiceFile.
           IF WS-Indice-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo regrabar el indice de "
                   "empleados: " WS-Indice-Status
               CLOSE IndiceTmpFile
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ IndiceTmpFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE IndiceTmp-Rec TO WS-Linea-Copia
                       PERFORM IntercalarNuevas
                       MOVE WS-Linea-Copia TO Indice-Rec
                       WRITE Indice-Rec
               END-READ
           END-PERFORM.
           MOVE HIGH-VALUES TO WS-Linea-Copia.
           PERFORM IntercalarNuevas.
           CLOSE IndiceTmpFile.
           CLOSE IndiceFile.
           MOVE "Y" TO Indice-OK.

      *> Escribe las entradas nuevas que van antes de la linea de la
      *> copia que se esta por escribir (la de apellidos siempre va
      *> antes que la de departamento: tipo "A" < "D").
       IntercalarNuevas.
           IF WS-Pendiente-Apellidos = "Y" AND
                   WS-Nueva-Apellidos < WS-Linea-Copia THEN
               MOVE WS-Nueva-Apellidos TO Indice-Rec
               WRITE Indice-Rec
               MOVE "N" TO WS-Pendiente-Apellidos
           END-IF.
           IF WS-Pendiente-Depto = "Y" AND
                   WS-Nueva-Depto < WS-Linea-Copia THEN
               MOVE WS-Nueva-Depto TO Indice-Rec
               WRITE Indice-Rec
               MOVE "N" TO WS-Pendiente-Depto
           END-IF.

      *> Reconstruccion completa: dos entradas por cada registro del
      *> maestro, ordenadas con SORT y escritas sobre el indice.
       RearmarIndice.
           MOVE 0 TO WS-Entradas.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el maestro para "
                   "rearmar el indice: " WS-Emp-Status
               EXIT PARAGRAPH
           END-IF.
           CLOSE EmployeeFile.
           OPEN OUTPUT IndiceFile.
           IF WS-Indice-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir el indice de "
                   "empleados: " WS-Indice-Status
               EXIT PARAGRAPH
           END-IF.
           SORT SortFile
               ON ASCENDING KEY Sort-Rec
               INPUT PROCEDURE IS CargarEntradasMaestro
               OUTPUT PROCEDURE IS EscribirIndiceOrdenado.
           CLOSE IndiceFile.
           MOVE "Y" TO Indice-OK.
           DISPLAY "Indice de empleados rearmado: " WS-Entradas
               " entradas.".

      *> Mismo barrido START + READ NEXT que la auditoria: el
      *> archivo esta declarado ACCESS MODE DYNAMIC.
       CargarEntradasMaestro.
           MOVE "N" TO WS-EOF.
           OPEN INPUT EmployeeFile.
           MOVE 1 TO WS-Emp-Key.
           START EmployeeFile KEY NOT < WS-Emp-Key
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           Emp-Apellidos)) TO WS-NA-Clave
                       MOVE Emp-ID TO WS-NA-EmpID
                       RELEASE Sort-Rec FROM WS-Nueva-Apellidos
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           Emp-Departamento)) TO WS-ND-Clave
                       MOVE Emp-ID TO WS-ND-EmpID
                       RELEASE Sort-Rec FROM WS-Nueva-Depto
               END-READ
           END-PERFORM.
           CLOSE EmployeeFile.

       EscribirIndiceOrdenado.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE Sort-Rec TO Indice-Rec
                       WRITE Indice-Rec
                       ADD 1 TO WS-Entradas
               END-RETURN
           END-PERFORM.

       END PROGRAM IndiceEmpleados.
