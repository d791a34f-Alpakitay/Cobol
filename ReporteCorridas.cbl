      *>   - noches donde un paso esperado por el job no dejo
      *>     registro alguno: el no-show silencioso, la falla que
      *>     mas asusta.
      *> Las noches inhabiles segun el calendario (subprograma
      *> DiaHabil) quedan fuera de los promedios, de los fuera de
      *> patron y de los no-shows: esa noche el job salta a
      *> proposito los pasos que esperan entradas del dia, y la
      *> corrida corta de un feriado no es la de una noche normal.
      *> Sus condition codes distintos de cero si se listan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> Noches vistas en la ventana y que pasos dejaron registro,
      *> para delatar los no-shows. Los pasos esperados son los del
      *> job nocturno; ProgramaRodas no entra porque el job lo salta
      *> legitimamente cuando no hay RODAS_INTAKE. Los que solo
      *> corren en noche habil (CargaTasas, Instrucciones,
      *> ConfFinanzas y los demas) cuentan en todas las noches
      *> contadas, porque las inhabiles ya quedan fuera.
           01 WS-Esperados-Cuenta PIC 9(2) VALUE 0.
           01 Esperados-Tabla.
               05 Esperado-Entrada OCCURS 16 TIMES PIC X(14).
           01 WS-Esperado-Ix PIC 9(2) VALUE 0.
           01 Noches-Tabla.
               05 Noche-Entrada OCCURS 60 TIMES.
                   10 Noche-Fecha PIC X(8).
                   10 Noche-Visto OCCURS 16 TIMES PIC X(1).
           01 WS-Noches-Usadas PIC 9(2) VALUE 0.
           01 WS-Noche-Ix PIC 9(2) VALUE 0.
           01 WS-Noche-Hallada-Ix PIC 9(2) VALUE 0.

           01 WS-Lineas-Leidas PIC 9(6) VALUE 0.
           01 WS-En-Ventana PIC 9(6) VALUE 0.

      *> Noches inhabiles excluidas (el historial va en orden de
      *> fecha, asi que basta comparar contra la ultima contada).
           01 WS-Noche-Guiones PIC X(10) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.
           01 WS-Ultima-Inhabil PIC X(8) VALUE SPACES.
           01 WS-Noches-Inhabiles PIC 9(4) VALUE 0.
           01 WS-Lineas-Inhabiles PIC 9(6) VALUE 0.
           01 WS-CC-NoCero PIC 9(6) VALUE 0.
           01 WS-Atipicas PIC 9(6) VALUE 0.
           01 WS-NoShows PIC 9(6) VALUE 0.
           DISPLAY "================================".
           DISPLAY "Lineas del historial: " WS-Lineas-Leidas
               " (en ventana: " WS-En-Ventana ")".
           DISPLAY "Noches inhabiles excluidas: " WS-Noches-Inhabiles
               " (" WS-Lineas-Inhabiles " lineas)".
           DISPLAY "Condition codes distintos de cero: "
               WS-CC-NoCero.
           DISPLAY "Corridas fuera del patron: " WS-Atipicas.
               FUNCTION DATE-OF-INTEGER(WS-Limite-Entero).
           MOVE WS-Limite-AAAAMMDD TO WS-Limite-Alpha.

      *> En el orden del job nocturno.
       ArmarEsperados.
           MOVE "CARGATASAS" TO Esperado-Entrada(1).
           MOVE "PREFLIGHT" TO Esperado-Entrada(2).
           MOVE "RESPALDO" TO Esperado-Entrada(3).
           MOVE "INSTRUCCIONES" TO Esperado-Entrada(4).
           MOVE "CONDICIONALES" TO Esperado-Entrada(5).
           MOVE "OPERACIONES" TO Esperado-Entrada(6).
           MOVE "CAMBIOSRH" TO Esperado-Entrada(7).
           MOVE "INDICE" TO Esperado-Entrada(8).
           MOVE "SUMA" TO Esperado-Entrada(9).
           MOVE "CONCILIACION" TO Esperado-Entrada(10).
           MOVE "CONFFINANZAS" TO Esperado-Entrada(11).
           MOVE "ARCHIVO" TO Esperado-Entrada(12).
           MOVE "PURGA" TO Esperado-Entrada(13).
           MOVE "BITACORAS" TO Esperado-Entrada(14).
           MOVE "EXCEPCIONES" TO Esperado-Entrada(15).
           MOVE "RESUMEN" TO Esperado-Entrada(16).
           MOVE 16 TO WS-Esperados-Cuenta.

       RecorrerHistorial.
           MOVE "N" TO WS-EOF.
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-Noche-Guiones.
           STRING WS-Campo-Inicio(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Campo-Inicio(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Campo-Inicio(7:2) DELIMITED BY SIZE
               INTO WS-Noche-Guiones
           END-STRING.
           CALL "DiaHabil" USING WS-Noche-Guiones WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil NOT = "Y" AND
                   FUNCTION TRIM(WS-Dia-Motivo) NOT = "FECHA-INVALIDA"
                   THEN
               IF WS-Fase = "1" THEN
                   ADD 1 TO WS-Lineas-Inhabiles
                   IF WS-Campo-Inicio(1:8) NOT = WS-Ultima-Inhabil
                           THEN
                       ADD 1 TO WS-Noches-Inhabiles
                       MOVE WS-Campo-Inicio(1:8) TO WS-Ultima-Inhabil
                   END-IF
                   PERFORM ReportarCC
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CalcularDuracion.
           IF WS-Campo-Registros IS NUMERIC THEN
               MOVE WS-Campo-Registros TO WS-Registros-Num
                   TO Paso-Peor-Fecha(WS-Paso-Hallado-Ix)
           END-IF.

           PERFORM ReportarCC.

           PERFORM MarcarNoche.

       ReportarCC.
           IF WS-Campo-CC NOT = "0000" AND WS-Campo-CC NOT = SPACES
                   THEN
               ADD 1 TO WS-CC-NoCero
                   "-" WS-Campo-Inicio(7:2)
           END-IF.

       BuscarOInsertarPaso.
           MOVE 0 TO WS-Paso-Hallado-Ix.
           PERFORM VARYING WS-Paso-Ix FROM 1 BY 1
               MOVE WS-Campo-Inicio(1:8)
                   TO Noche-Fecha(WS-Noche-Hallada-Ix)
               PERFORM VARYING WS-Esperado-Ix FROM 1 BY 1
                       UNTIL WS-Esperado-Ix > WS-Esperados-Cuenta
                   MOVE "N" TO Noche-Visto(WS-Noche-Hallada-Ix
                       WS-Esperado-Ix)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-Esperado-Ix FROM 1 BY 1
                   UNTIL WS-Esperado-Ix > WS-Esperados-Cuenta
               IF Esperado-Entrada(WS-Esperado-Ix) =
                       WS-Campo-Programa THEN
                   MOVE "Y" TO Noche-Visto(WS-Noche-Hallada-Ix
                       WS-Esperado-Ix)
                   MOVE WS-Esperados-Cuenta TO WS-Esperado-Ix
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-Noche-Ix FROM 1 BY 1
                   UNTIL WS-Noche-Ix > WS-Noches-Usadas
               PERFORM VARYING WS-Esperado-Ix FROM 1 BY 1
                       UNTIL WS-Esperado-Ix > WS-Esperados-Cuenta
                   IF Noche-Visto(WS-Noche-Ix WS-Esperado-Ix) = "N"
                           THEN
                       ADD 1 TO WS-NoShows
