       DATA DIVISION.
       FILE SECTION.
       FD ResultadosFile.
           01 Resultado-Rec PIC X(150).

       FD AuditoriaFile.
           01 Auditoria-Rec PIC X(200).

       FD CsvFile.
           01 Csv-Rec PIC X(150).

       WORKING-STORAGE SECTION.
           01 WS-Result-Path PIC X(40) VALUE "data/CONDRESULT.DAT".
