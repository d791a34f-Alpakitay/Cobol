       DATA DIVISION.
       FILE SECTION.
       FD MovimientosFile.
           01 Movimiento-Rec PIC X(160).

       WORKING-STORAGE SECTION.
           01 WS-Movs-Path PIC X(40) VALUE "data/EMPMOVS.DAT".
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Timestamp PIC X(21) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE SPACES.
      *> Usuario que firmo el cambio; las lineas anteriores a la
      *> firma de operadores no lo traen.
           01 WS-Mov-Usuario PIC X(8) VALUE SPACES.

           01 WS-Listados PIC 9(6) VALUE 0.

      *> el filtro de la corrida.
       RevisarMovimiento.
           MOVE SPACES TO WS-Mov-ID WS-Mov-Campo WS-Mov-Anterior
               WS-Mov-Nuevo WS-Mov-Timestamp WS-Mov-Programa
               WS-Mov-Usuario.
           UNSTRING Movimiento-Rec DELIMITED BY ";"
               INTO WS-Mov-ID WS-Mov-Campo WS-Mov-Anterior
                   WS-Mov-Nuevo WS-Mov-Timestamp WS-Mov-Programa
                   WS-Mov-Usuario
           END-UNSTRING.

           IF WS-Filtro-Por-ID = "Y" THEN
               ":" WS-Mov-Timestamp(11:2) " Emp " WS-Mov-ID " "
               WS-Mov-Campo " [" FUNCTION TRIM(WS-Mov-Anterior)
               "] -> [" FUNCTION TRIM(WS-Mov-Nuevo) "] ("
               FUNCTION TRIM(WS-Mov-Programa) " "
               FUNCTION TRIM(WS-Mov-Usuario) ")".

       END PROGRAM ReporteMovimientos.
