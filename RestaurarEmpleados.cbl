      *> restaurado. El maestro actual SE DESTRUYE y se reemplaza por
      *> el contenido del respaldo, por eso el respaldo es argumento
      *> obligatorio: no hay valor por omision que valga la pena
      *> adivinar. Un respaldo de antes de una anonimizacion trae
      *> todavia los datos personales de esos empleados: cada
      *> detalle pasa por EnmascararEmpleado antes de escribirse, y
      *> los que estan en data/ANONIMIZADOS.DAT entran enmascarados.
      *>
      *> Uso: RestaurarEmpleados data/EMPBACKUP.AAAAMMDD.DAT

           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.
           01 WS-Candado-Programa PIC X(14) VALUE "RESTAURAREMP".

      *> El indice de busqueda (IndiceEmpleados) describe el maestro
      *> que se acaba de destruir: se rearma desde el restaurado
      *> antes de soltar el candado.
           01 WS-Ind-Operacion PIC X(6) VALUE "REARMA".
           01 WS-Ind-EmpID PIC 9(6) VALUE 0.
           01 WS-Ind-Apellidos PIC X(32) VALUE SPACES.
           01 WS-Ind-Departamento PIC X(20) VALUE SPACES.
           01 WS-Indice-OK PIC X VALUE "N".

      *> Detalles que venian con datos de un empleado ya anonimizado.
           01 WS-Masc-Operacion PIC X(6) VALUE "BUSCAR".
           01 WS-Masc-Enmascarado PIC X VALUE "N".
           01 WS-Enmascarados PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Restaurar.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.

           PERFORM ReconstruirMaestro.
           PERFORM RegrabarConsecutivo.
           CALL "IndiceEmpleados" USING WS-Ind-Operacion WS-Ind-EmpID
               WS-Ind-Apellidos WS-Ind-Departamento WS-Indice-OK.

           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
           DISPLAY "Maestro restaurado desde "
               FUNCTION TRIM(WS-Respaldo-Path) ": " WS-Restaurados
               " registros, EMPSEQ en " WS-Seq-Nuevo ".".
           IF WS-Enmascarados > 0 THEN
               DISPLAY "Registros de empleados anonimizados que se "
                   "restauraron enmascarados: " WS-Enmascarados
           END-IF.
           STOP RUN.

      *> Primer pase: cuenta los detalles y junta los controles sin
           CLOSE EmployeeFile.

       RestaurarDetalle.
           MOVE Respaldo-Rec(2:127) TO Employee-Rec.
           IF Emp-Nombre NOT = "ANONIMIZADO" THEN
               CALL "EnmascararEmpleado" USING WS-Masc-Operacion
                   Employee-Rec WS-Masc-Enmascarado
               IF WS-Masc-Enmascarado = "Y" THEN
                   ADD 1 TO WS-Enmascarados
               END-IF
           END-IF.
           MOVE Emp-ID TO WS-Emp-Key.
           WRITE Employee-Rec
               INVALID KEY
