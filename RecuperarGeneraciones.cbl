       DATA DIVISION.
       FILE SECTION.
       FD ArchivoFile.
           01 Archivo-Rec PIC X(210).

       FD SalidaFile.
           01 Salida-Rec PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-Arch-Path PIC X(40) VALUE SPACES.
                   END-IF
               WHEN WS-Dentro-Del-Dia = "Y"
                   ADD 1 TO WS-Lineas-Copiadas
                   MOVE Archivo-Rec(1:200) TO Salida-Rec
                   WRITE Salida-Rec
               WHEN OTHER
                   CONTINUE
