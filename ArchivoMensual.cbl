       DATA DIVISION.
       FILE SECTION.
       FD GeneracionFile.
           01 Generacion-Rec PIC X(200).

       FD ArchivoFile.
           01 Archivo-Rec PIC X(210).

       WORKING-STORAGE SECTION.
           01 WS-Gen-Path PIC X(40) VALUE SPACES.
                   NOT AT END
                       ADD 1 TO WS-Lineas-Dia
                       MOVE SPACES TO Archivo-Rec
                       MOVE Generacion-Rec TO Archivo-Rec(1:200)
                       WRITE Archivo-Rec
               END-READ
           END-PERFORM.
