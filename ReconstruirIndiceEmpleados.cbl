      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconstruirIndiceEmpleados.

      *> Reconstruccion del indice de busqueda del maestro de
      *> empleados (data/EMPINDEX.DAT) a partir del maestro completo,
      *> con IndiceEmpleados "REARMA". Los programas que escriben el
      *> maestro lo mantienen al dia registro por registro; este
      *> paso del job nocturno es la red de seguridad: un alta que
      *> no pudo tocar el indice, un maestro arreglado a mano o un
      *> indice borrado quedan corregidos antes de la manana. Toma
      *> el candado del maestro para que ningun escritor se cruce con
      *> la reconstruccion. AuditoriaMaestro revisa el indice contra
      *> el maestro y dice cuando hace falta correrlo a mano.
      *>
      *> Uso: ReconstruirIndiceEmpleados

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mismo maestro RELATIVE que escribe ProgramaRodas; aqui solo
      *> se abre para saber si existe.
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

      *> Parametros de IndiceEmpleados; en la reconstruccion solo
      *> cuenta la operacion.
           01 WS-Ind-Operacion PIC X(6) VALUE "REARMA".
           01 WS-Ind-EmpID PIC 9(6) VALUE 0.
           01 WS-Ind-Apellidos PIC X(32) VALUE SPACES.
           01 WS-Ind-Departamento PIC X(20) VALUE SPACES.
           01 WS-Indice-OK PIC X VALUE "N".

           01 WS-Candado-Op PIC X(6) VALUE SPACES.
           01 WS-Candado-OK PIC X VALUE "N".
           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.
           01 WS-Candado-Programa PIC X(14) VALUE "REARMAINDICE".

      *> Constancia del paso en el historial de corridas del job
      *> nocturno, igual que los demas pasos.
           01 WS-Hist-Programa PIC X(14) VALUE "INDICE".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Reconstruir.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.

           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status = "35" THEN
               DISPLAY "Aviso: no existe el maestro de empleados, "
                   "no hay indice que rearmar."
               PERFORM DejarConstancia
               STOP RUN
           END-IF.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               MOVE 8 TO RETURN-CODE
               PERFORM DejarConstancia
               STOP RUN
           END-IF.
           CLOSE EmployeeFile.

           MOVE "TOMAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Candado-Programa WS-Candado-OK WS-Candado-Dueno.
           IF WS-Candado-OK NOT = "Y" THEN
               DISPLAY "Error: el maestro de empleados esta en uso "
                   "por " FUNCTION TRIM(WS-Candado-Dueno)
                   ", intente de nuevo en un momento."
               MOVE 8 TO RETURN-CODE
               PERFORM DejarConstancia
               STOP RUN
           END-IF.

           CALL "IndiceEmpleados" USING WS-Ind-Operacion
               WS-Ind-EmpID WS-Ind-Apellidos WS-Ind-Departamento
               WS-Indice-OK.

           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Candado-Programa WS-Candado-OK WS-Candado-Dueno.

           IF WS-Indice-OK NOT = "Y" THEN
               DISPLAY "Error: el indice de empleados no se pudo "
                   "rearmar."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM DejarConstancia.
           STOP RUN.

      *> Solo la corrida lanzada por el job nocturno deja constancia
      *> en el historial, igual que los demas pasos.
       DejarConstancia.
           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

       END PROGRAM ReconstruirIndiceEmpleados.
