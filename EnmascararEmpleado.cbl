      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnmascararEmpleado.

      *> Subprograma compartido del enmascarado de datos personales
      *> de un registro del maestro. Un empleado anonimizado lleva
      *> ANONIMIZADO en nombre y apellidos y la fecha de nacimiento
      *> en espacios; se conservan el Emp-ID, el departamento, las
      *> fechas de ingreso y baja y el motivo, que son los que usan
      *> los reportes de rotacion y antiguedad.
      *>
      *> Operaciones:
      *>   FORZAR  enmascara el registro sin preguntar (lo usa
      *>           AnonimizacionBajas al anonimizar).
      *>   BUSCAR  enmascara el registro solo si su Emp-ID esta en
      *>           data/ANONIMIZADOS.DAT. Lo llaman quienes leen o
      *>           escriben registros que pueden venir de antes de la
      *>           anonimizacion (RespaldoEmpleados, RestaurarEmpleados,
      *>           ReporteRosterAFecha), para que un respaldo viejo no
      *>           regrese los datos al maestro ni a un reporte.
      *> Masc-Enmascarado regresa "Y" si el registro quedo
      *> enmascarado. La lista se carga una sola vez, en la primera
      *> BUSCAR, y se queda en memoria para las siguientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AnonimizadosFile ASSIGN TO DYNAMIC WS-Ano-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ano-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AnonimizadosFile.
           COPY ANONIMIZADO.

       WORKING-STORAGE SECTION.
           01 WS-Ano-Path PIC X(40) VALUE "data/ANONIMIZADOS.DAT".
           01 WS-Ano-Status PIC XX VALUE SPACES.
           01 WS-Ano-EOF PIC X VALUE "N".
           01 WS-Cargado PIC X VALUE "N".

           01 WS-Ano-Cuenta PIC 9(5) VALUE 0.
           01 Ano-Tabla.
               05 Tab-EmpID PIC 9(6) OCCURS 20000 TIMES.
           01 WS-Ano-Ix PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           01 Masc-Operacion PIC X(6).
           COPY EMPLOYEE.
           01 Masc-Enmascarado PIC X.

       PROCEDURE DIVISION USING Masc-Operacion Employee-Rec
               Masc-Enmascarado.
       Operar.
           MOVE "N" TO Masc-Enmascarado.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(Masc-Operacion))
                   = "FORZAR" THEN
               PERFORM Enmascarar
               GOBACK
           END-IF.

           IF WS-Cargado = "N" THEN
               PERFORM CargarAnonimizados
               MOVE "Y" TO WS-Cargado
           END-IF.
           PERFORM VARYING WS-Ano-Ix FROM 1 BY 1
                   UNTIL WS-Ano-Ix > WS-Ano-Cuenta
               IF Tab-EmpID(WS-Ano-Ix) = Emp-ID THEN
                   PERFORM Enmascarar
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           GOBACK.

       Enmascarar.
           MOVE "ANONIMIZADO" TO Emp-Nombre.
           MOVE "ANONIMIZADO" TO Emp-Apellidos.
           MOVE SPACES TO Emp-FechaNacimiento.
           MOVE "Y" TO Masc-Enmascarado.

      *> Sin archivo no hay nadie anonimizado todavia.
       CargarAnonimizados.
           MOVE 0 TO WS-Ano-Cuenta.
           MOVE "N" TO WS-Ano-EOF.
           OPEN INPUT AnonimizadosFile.
           IF WS-Ano-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Ano-EOF = "Y"
               READ AnonimizadosFile
                   AT END
                       MOVE "Y" TO WS-Ano-EOF
                   NOT AT END
                       IF Ano-EmpID IS NUMERIC THEN
                           IF WS-Ano-Cuenta < 20000 THEN
                               ADD 1 TO WS-Ano-Cuenta
                               MOVE Ano-EmpID
                                   TO Tab-EmpID(WS-Ano-Cuenta)
                           ELSE
                               DISPLAY "Aviso: la lista de "
                                   "anonimizados se lleno, se ignora "
                                   "el empleado " Ano-EmpID "."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AnonimizadosFile.

       END PROGRAM EnmascararEmpleado.
