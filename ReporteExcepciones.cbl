      *> Reporte consolidado de excepciones de la manana: junta en un
      *> solo resumen de operador lo que antes se revisaba a ojo en
      *> tres archivos crudos — los desbordes de data/ERRORLOG.LOG
      *> (Suma y Operaciones, y las lineas de parametros que
      *> Operaciones salto), las lineas ;ERROR del archivo de
      *> resultados batch de hoy y la bitacora de auditoria de hoy.
      *> El archivo de rechazos de Condicionales aporta el desglose
      *> por motivo de esos mismos errores. Cuenta por programa y
      *> por tipo, lista el detalle de todo lo que fallo, y cierra
      *> con el banner SIN EXCEPCIONES cuando la noche vino limpia.
      *> Tambien lista las firmas de operador fallidas del dia
      *> (data/SESIONESFALLIDAS.LOG, la escribe IniciarSesion), y
      *> los ajustes al acumulador que llevan mas de unos dias en la
      *> cola de aprobacion (data/AJUSTESPENDIENTES.DAT).
      *> Condition code 4 cuando hay cualquier excepcion, para que
      *> el propio reporte pueda frenar trabajos posteriores.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Rechazo-Status.

           SELECT SesionesFile ASSIGN TO DYNAMIC WS-Sesiones-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Sesiones-Status.

           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ErrorLogFile.
           01 ErrorLog-Rec PIC X(100).

       FD ResultadosFile.
           01 Resultado-Rec PIC X(150).

       FD AuditoriaFile.
           01 Auditoria-Rec PIC X(200).

       FD RechazosFile.
           01 Rechazo-Rec PIC X(100).

       FD SesionesFile.
           01 Sesion-Rec PIC X(80).

       FD PendientesFile.
           COPY AJUSTEPEND.

       WORKING-STORAGE SECTION.
           01 WS-ErrorLog-Path PIC X(40) VALUE "data/ERRORLOG.LOG".
           01 WS-Result-Status PIC XX VALUE SPACES.
           01 WS-Audit-Status PIC XX VALUE SPACES.
           01 WS-Rechazo-Status PIC XX VALUE SPACES.
           01 WS-Sesiones-Path PIC X(40)
               VALUE "data/SESIONESFALLIDAS.LOG".
           01 WS-Sesiones-Status PIC XX VALUE SPACES.
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".
      *> Donde viene el motivo en el archivo de rechazos: columna 42
      *> en el layout original, 81 en el de version 2 ("V2" en las
      *> columnas 41-42 del encabezado).
           01 WS-Rechazo-Pos-Motivo PIC 9(3) VALUE 42.
           01 WS-Rechazo-Motivo PIC X(15) VALUE SPACES.

           01 WS-Fecha-Hoy PIC X(8) VALUE SPACES.


           01 WS-Errores-Batch PIC 9(6) VALUE 0.
           01 WS-Audit-Hoy PIC 9(6) VALUE 0.
           01 WS-Sesiones-Hoy PIC 9(6) VALUE 0.

      *> Un ajuste al acumulador que lleva mas de estos dias
      *> naturales esperando su segunda firma es excepcion: o nadie
      *> lo ha visto o se quedo olvidado.
           01 WS-Dias-Max-Pendiente PIC 9(3) VALUE 3.
           01 WS-Ajustes-Viejos PIC 9(6) VALUE 0.
           01 WS-Hoy-Entero PIC 9(8) VALUE 0.
           01 WS-Dias-Espera PIC S9(8) VALUE 0.
           01 WS-Dias-Edit PIC Z(7)9.
           01 WS-Pend-Monto-Edit PIC +(10)9.99.
           01 WS-Excepciones PIC 9(6) VALUE 0.

      *> Campos de trabajo para partir cada linea por ";".
           PERFORM RevisarResultados.
           PERFORM RevisarRechazos.
           PERFORM ContarAuditoria.
           PERFORM RevisarSesiones.
           PERFORM RevisarAjustesPendientes.

           PERFORM ImprimirResumen.

           END-IF.
           ADD 1 TO WS-Desbordes-Hoy.
           ADD 1 TO WS-Excepciones.
      *> Las lineas del archivo de parametros de Operaciones que se
      *> saltaron tambien caen en la bitacora, con su propio nombre.
           IF WS-Campo-1 = "OPERPARAM" THEN
               DISPLAY "  PARAMETRO " FUNCTION TRIM(ErrorLog-Rec)
           ELSE
               DISPLAY "  DESBORDE " FUNCTION TRIM(ErrorLog-Rec)
           END-IF.
           PERFORM VARYING WS-Desborde-Ix FROM 1 BY 1
                   UNTIL WS-Desborde-Ix > WS-Desbordes-Usados
               IF Desb-Programa(WS-Desborde-Ix) = WS-Campo-1 THEN
           END-IF.

       ClasificarRechazo.
           IF Rechazo-Rec(1:1) = "H" THEN
               IF FUNCTION UPPER-CASE(Rechazo-Rec(41:2)) = "V2" THEN
                   MOVE 81 TO WS-Rechazo-Pos-Motivo
               ELSE
                   MOVE 42 TO WS-Rechazo-Pos-Motivo
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF Rechazo-Rec(1:1) = "T" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE Rechazo-Rec(WS-Rechazo-Pos-Motivo:15)
               TO WS-Rechazo-Motivo.
           IF WS-Rechazo-Motivo = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Motivo-Ix FROM 1 BY 1
                   UNTIL WS-Motivo-Ix > WS-Motivos-Usados
               IF Mot-Motivo(WS-Motivo-Ix) = WS-Rechazo-Motivo THEN
                   ADD 1 TO Mot-Cuenta(WS-Motivo-Ix)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-Motivos-Usados < 10 THEN
               ADD 1 TO WS-Motivos-Usados
               MOVE WS-Rechazo-Motivo
                   TO Mot-Motivo(WS-Motivos-Usados)
               MOVE 1 TO Mot-Cuenta(WS-Motivos-Usados)
           END-IF.
               CLOSE AuditoriaFile
           END-IF.

      *> Firmas fallidas de operador: la bitacora acumula historia
      *> (programa;usuario;motivo;fecha-hora), solo cuentan las del
      *> dia revisado. Cada una es excepcion: alguien intento entrar
      *> a un mantenimiento y no pudo.
       RevisarSesiones.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SesionesFile.
           IF WS-Sesiones-Status NOT = "00" THEN
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SesionesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-Campo-1 WS-Campo-2
                           WS-Campo-3 WS-Campo-4
                       UNSTRING Sesion-Rec DELIMITED BY ";"
                           INTO WS-Campo-1 WS-Campo-2 WS-Campo-3
                               WS-Campo-4
                       END-UNSTRING
                       IF WS-Campo-4(1:8) = WS-Fecha-Hoy THEN
                           ADD 1 TO WS-Sesiones-Hoy
                           ADD 1 TO WS-Excepciones
                           DISPLAY "  SESION-FALLIDA "
                               FUNCTION TRIM(Sesion-Rec)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Sesiones-Status = "00" OR
                   WS-Sesiones-Status = "10" THEN
               CLOSE SesionesFile
           END-IF.

      *> Ajustes de la cola de aprobacion todavia en "P" que se
      *> capturaron hace mas de WS-Dias-Max-Pendiente dias contados
      *> hasta la fecha revisada. Sin cola no hay nada que revisar.
       RevisarAjustesPendientes.
           COMPUTE WS-Hoy-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Fecha-Hoy)).
           MOVE "N" TO WS-EOF.
           OPEN INPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ClasificarAjustePendiente
               END-READ
           END-PERFORM.
           IF WS-Pend-Status = "00" OR WS-Pend-Status = "10" THEN
               CLOSE PendientesFile
           END-IF.

       ClasificarAjustePendiente.
           IF AjP-Estado NOT = "P" OR
                   AjP-Capturado(1:8) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Dias-Espera = WS-Hoy-Entero -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AjP-Capturado(1:8))).
           IF WS-Dias-Espera <= WS-Dias-Max-Pendiente THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Ajustes-Viejos.
           ADD 1 TO WS-Excepciones.
           MOVE WS-Dias-Espera TO WS-Dias-Edit.
           MOVE AjP-Monto TO WS-Pend-Monto-Edit.
           DISPLAY "  AJUSTE-PENDIENTE folio " AjP-Folio " "
               FUNCTION TRIM(WS-Pend-Monto-Edit) " "
               FUNCTION TRIM(AjP-Motivo) " por "
               FUNCTION TRIM(AjP-Capturo) ", "
               FUNCTION TRIM(WS-Dias-Edit) " dias sin aprobar".

       ImprimirResumen.
           DISPLAY "----------------------------------------".
           DISPLAY "Desbordes de hoy por programa:".

           DISPLAY "Calculos exitosos de hoy en la bitacora: "
               WS-Audit-Hoy.
           DISPLAY "Firmas de operador fallidas: " WS-Sesiones-Hoy.
           DISPLAY "Ajustes pendientes de aprobacion por mas de "
               WS-Dias-Max-Pendiente " dias: " WS-Ajustes-Viejos.
           DISPLAY "----------------------------------------".

           IF WS-Excepciones = 0 THEN
