      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValidarSupervisor.

      *> Subprograma compartido de validacion del supervisor de un
      *> empleado (Emp-Supervisor), para que el intake de
      *> ProgramaRodas y el mantenimiento apliquen la misma regla: el
      *> supervisor tiene que ser un Emp-ID existente en el maestro y
      *> activo (ni dado de baja ni pendiente de ingreso), distinto
      *> del propio empleado, y asignarlo no puede cerrar un ciclo de
      *> reporte (A reporta a B y B, directo o por la cadena, a A).
      *> El ciclo se detecta subiendo por la cadena de supervisores
      *> desde el supervisor propuesto: si en el camino aparece el
      *> empleado, la asignacion lo cerraria.
      *>
      *> Sup-EmpID es el empleado al que se le asigna (cero en un
      *> alta, que todavia no tiene quien le reporte). Devuelve en
      *> Sup-Canonico el Emp-ID con ceros a la izquierda, tal como se
      *> guarda, y en Sup-Departamento el departamento del supervisor
      *> para que quien llama avise cuando es otro. Supervisor en
      *> espacios es valido (sin supervisor). Cuando Sup-Valido es
      *> "N", Sup-Motivo trae: NO-NUMERICO, NO-EXISTE, INACTIVO,
      *> PENDIENTE, MISMO-EMPLEADO, CICLO o SIN-MAESTRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas; aqui solo
      *> se lee directo por la llave relativa.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Hoy PIC X(10) VALUE SPACES.

      *> Recorrido de la cadena hacia arriba, con tope de pasos para
      *> que un ciclo que ya estuviera en el maestro (cargado a mano
      *> o por una restauracion) no deje el recorrido girando.
           01 WS-Cadena-ID PIC 9(6) VALUE 0.
           01 WS-Cadena-Pasos PIC 9(5) VALUE 0.
           01 WS-Cadena-Max PIC 9(5) VALUE 10000.
           01 WS-Cadena-Fin PIC X VALUE "N".
           01 WS-Sup-Alpha PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
           01 Sup-EmpID PIC 9(6).
           01 Sup-Buscado PIC X(6).
           01 Sup-Canonico PIC X(6).
           01 Sup-Departamento PIC X(20).
           01 Sup-Valido PIC X.
           01 Sup-Motivo PIC X(20).

       PROCEDURE DIVISION USING Sup-EmpID Sup-Buscado Sup-Canonico
               Sup-Departamento Sup-Valido Sup-Motivo.
       ValidarSup.
           MOVE "N" TO Sup-Valido.
           MOVE SPACES TO Sup-Motivo.
           MOVE SPACES TO Sup-Canonico.
           MOVE SPACES TO Sup-Departamento.

           IF Sup-Buscado = SPACES THEN
               MOVE "Y" TO Sup-Valido
               GOBACK
           END-IF.

           MOVE FUNCTION TRIM(Sup-Buscado) TO WS-Sup-Alpha.
           IF FUNCTION TRIM(WS-Sup-Alpha) IS NOT NUMERIC THEN
               MOVE "NO-NUMERICO" TO Sup-Motivo
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Sup-Alpha) TO WS-Emp-Key.
           IF WS-Emp-Key = 0 THEN
               MOVE "NO-EXISTE" TO Sup-Motivo
               GOBACK
           END-IF.
           IF WS-Emp-Key = Sup-EmpID THEN
               MOVE "MISMO-EMPLEADO" TO Sup-Motivo
               GOBACK
           END-IF.

           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               MOVE "SIN-MAESTRO" TO Sup-Motivo
               GOBACK
           END-IF.

           READ EmployeeFile
               INVALID KEY
                   MOVE "NO-EXISTE" TO Sup-Motivo
           END-READ.
           IF Sup-Motivo NOT = SPACES THEN
               CLOSE EmployeeFile
               GOBACK
           END-IF.

      *> Mismo criterio de estado que el roster: "I" es baja; un "P"
      *> cuya fecha de ingreso todavia no llega no puede tener gente
      *> a cargo; espacios es activo de antes del campo.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Hoy(1:4).
           MOVE "-" TO WS-Hoy(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-Hoy(6:2).
           MOVE "-" TO WS-Hoy(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-Hoy(9:2).
           IF Emp-Estado = "I" THEN
               MOVE "INACTIVO" TO Sup-Motivo
               CLOSE EmployeeFile
               GOBACK
           END-IF.
           IF Emp-Estado = "P" AND Emp-FechaIngreso > WS-Hoy THEN
               MOVE "PENDIENTE" TO Sup-Motivo
               CLOSE EmployeeFile
               GOBACK
           END-IF.

           MOVE Emp-ID TO Sup-Canonico.
           MOVE Emp-Departamento TO Sup-Departamento.

           IF Sup-EmpID NOT = 0 THEN
               PERFORM RevisarCiclo
           END-IF.
           CLOSE EmployeeFile.

           IF Sup-Motivo = SPACES THEN
               MOVE "Y" TO Sup-Valido
           ELSE
               MOVE SPACES TO Sup-Canonico
           END-IF.
           GOBACK.

      *> Sube desde el supervisor propuesto (ya leido) por la cadena
      *> de supervisores hasta llegar a alguien sin supervisor; si en
      *> el camino aparece el empleado, o la cadena no termina, es
      *> ciclo.
       RevisarCiclo.
           MOVE "N" TO WS-Cadena-Fin.
           MOVE 0 TO WS-Cadena-Pasos.
           PERFORM UNTIL WS-Cadena-Fin = "Y"
               ADD 1 TO WS-Cadena-Pasos
               IF WS-Cadena-Pasos > WS-Cadena-Max THEN
                   MOVE "CICLO" TO Sup-Motivo
                   MOVE "Y" TO WS-Cadena-Fin
               ELSE
                   IF Emp-Supervisor = SPACES OR
                           FUNCTION TRIM(Emp-Supervisor)
                           IS NOT NUMERIC THEN
                       MOVE "Y" TO WS-Cadena-Fin
                   ELSE
                       MOVE FUNCTION NUMVAL(Emp-Supervisor)
                           TO WS-Cadena-ID
                       IF WS-Cadena-ID = Sup-EmpID THEN
                           MOVE "CICLO" TO Sup-Motivo
                           MOVE "Y" TO WS-Cadena-Fin
                       ELSE
                           MOVE WS-Cadena-ID TO WS-Emp-Key
                           READ EmployeeFile
                               INVALID KEY
                                   MOVE "Y" TO WS-Cadena-Fin
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM ValidarSupervisor.
