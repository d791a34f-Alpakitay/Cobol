      *> rastro. Lo llaman ProgramaRodas (altas), MantenimientoEmpleados
      *> (cambios, bajas y reingresos) y PurgaPlaceholders (purgas);
      *> ReporteMovimientos lee el archivo para contestarle a RH.
      *> Al final de la linea va el usuario que firmo el cambio
      *> (IniciarSesion); los procesos sin firma pasan "(nadie)".
      *> Cada linea cierra con su sello de la cadena de control
      *> (CadenaAuditoria): se busca el ultimo sello del archivo en
      *> cada llamada, asi dos programas que escriben uno tras otro
      *> siguen la misma cadena.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD MovimientosFile.
           01 Movimiento-Rec PIC X(160).

       WORKING-STORAGE SECTION.
           01 WS-Movs-Path PIC X(40) VALUE "data/EMPMOVS.DAT".
           01 WS-Movs-Status PIC XX VALUE SPACES.
           01 WS-Movs-Timestamp PIC X(21) VALUE SPACES.
           COPY CADENA.

       LINKAGE SECTION.
           01 Mov-EmpID PIC 9(6).
           01 Mov-Anterior PIC X(32).
           01 Mov-Nuevo PIC X(32).
           01 Mov-Programa PIC X(14).
           01 Mov-Usuario PIC X(8).

       PROCEDURE DIVISION USING Mov-EmpID Mov-Campo Mov-Anterior
               Mov-Nuevo Mov-Programa Mov-Usuario.
       RegistrarMov.
           MOVE FUNCTION CURRENT-DATE TO WS-Movs-Timestamp.
           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Movs-Path TO Cad-Ruta.
           CALL "CadenaAuditoria" USING Cadena-Parametros.

           OPEN EXTEND MovimientosFile.
           IF WS-Movs-Status = "35" THEN
               WS-Movs-Timestamp DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Mov-Programa) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Mov-Usuario) DELIMITED BY SIZE
               INTO Movimiento-Rec
           END-STRING.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Movimiento-Rec TO Cad-Linea.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE SPACES TO Movimiento-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Movimiento-Rec
           END-STRING.
           WRITE Movimiento-Rec.
