      *> donde regresar. RestaurarEmpleados rearma el maestro y el
      *> consecutivo desde el respaldo elegido. Corre como primer
      *> paso del job nocturno, antes de que algun programa toque el
      *> maestro. Cada registro pasa por EnmascararEmpleado antes de
      *> escribirse: un empleado que esta en data/ANONIMIZADOS.DAT
      *> nunca sale con sus datos personales en un respaldo nuevo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

           01 WS-Masc-Operacion PIC X(6) VALUE "BUSCAR".
           01 WS-Masc-Enmascarado PIC X VALUE "N".

       PROCEDURE DIVISION.
       Respaldar.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Respaldados
                       IF Emp-Nombre NOT = "ANONIMIZADO" THEN
                           CALL "EnmascararEmpleado" USING
                               WS-Masc-Operacion Employee-Rec
                               WS-Masc-Enmascarado
                       END-IF
                       MOVE SPACES TO Respaldo-Rec
                       MOVE "D" TO Respaldo-Rec(1:1)
                       MOVE Employee-Rec TO Respaldo-Rec(2:127)
                       WRITE Respaldo-Rec
               END-READ
           END-PERFORM.
