      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CambiosRH.

      *> Interfaz de cambios del sistema de RH sobre empleados que ya
      *> existen. Las altas llegan por archivo a la carga masiva de
      *> ProgramaRodas, pero todo lo demas que RH ya sabe (bajas con
      *> su motivo, reingresos, correcciones de nombre y de fecha de
      *> nacimiento, cambios de departamento) se volvia a teclear uno
      *> por uno en MantenimientoEmpleados. Este paso lee el archivo
      *> de cambios del dia (data/CAMBIOSRH.AAAAMMDD.DAT), una linea
      *> por cambio:
      *>
      *>   EmpID;ACCION;FechaEfectiva;Dato1;Dato2
      *>
      *>   BAJA          Dato1 = motivo (RENUNCIA, DESPIDO,
      *>                 JUBILACION, FIN-CONTRATO, OTRO); la fecha
      *>                 efectiva es la fecha de baja.
      *>   REINGRESO     sin datos; reactiva al empleado.
      *>   NOMBRE        Dato1 = nombre, Dato2 = apellidos; el que
      *>                 venga en blanco se queda como esta.
      *>   NACIMIENTO    Dato1 = fecha de nacimiento AAAA-MM-DD.
      *>   DEPARTAMENTO  Dato1 = codigo de departamento.
      *>
      *> Fecha efectiva en blanco = la fecha del archivo. Cada cambio
      *> pasa por las mismas validaciones de las pantallas de
      *> MantenimientoEmpleados (ValidarFecha, DiaHabil, CalcularEdad,
      *> ValidarDepartamento, baja no anterior al ingreso), se aplica
      *> con el maestro reservado por CandadoMaestro y deja su linea
      *> por campo en el historial de movimientos (RegistrarMovimiento)
      *> igual que la pantalla, firmada "(nadie)" y con CAMBIOSRH como
      *> programa.
      *>
      *> Un cambio con fecha efectiva futura no se aplica ni se
      *> rechaza: queda retenido en data/CAMBIOSRHRETENIDOS.DAT con
      *> la fecha y la linea de su archivo de origen, y cada corrida
      *> empieza por aplicar los retenidos cuya fecha ya llego.
      *>
      *> Acuse por linea (data/CAMBIOSRHACK.AAAAMMDD.DAT), con la
      *> misma idea que el acuse de la carga masiva (RODASACK): un
      *> encabezado H, una linea por cambio con su veredicto
      *> (APLICADA, RECHAZADA con su motivo, o RETENIDA) y un trailer
      *> T con las tres cuentas, para que RH concilie lo aplicado y
      *> lo rechazado sin transcribir el log de pantalla. La linea se
      *> identifica con la fecha del archivo de origen y el numero de
      *> linea (AAAAMMDD-NNNN), asi un retenido que se aplica semanas
      *> despues se reconoce contra el archivo que lo trajo. Si el
      *> mismo archivo se vuelve a correr, la corrida nueva agrega su
      *> propio bloque H..T al acuse del dia en vez de borrar el
      *> primero.
      *>
      *> Que no llegue archivo es un dia normal (no todos los dias hay
      *> cambios): solo se revisan los retenidos. Un rechazo termina
      *> en condition code 4.
      *>
      *> Uso: CambiosRH [AAAA-MM-DD | AAAAMMDD]
      *>      (sin fecha: el archivo de hoy)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE RANDOM
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT CambiosFile ASSIGN TO DYNAMIC WS-Cambios-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Cambios-Status.

           SELECT RetenidosFile ASSIGN TO DYNAMIC WS-Retenidos-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Retenidos-Status.

           SELECT AckFile ASSIGN TO DYNAMIC WS-Ack-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ack-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD CambiosFile.
           01 Cambio-Rec PIC X(120).

      *> Retenido: fecha del archivo de origen, numero de linea y la
      *> linea tal como vino.
       FD RetenidosFile.
           01 Retenido-Rec.
               05 Ret-Origen PIC X(8).
               05 Ret-Sep1 PIC X(1).
               05 Ret-Linea PIC 9(4).
               05 Ret-Sep2 PIC X(1).
               05 Ret-Texto PIC X(120).

       FD AckFile.
           01 Ack-Rec PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.

           01 WS-Cambios-Path PIC X(40) VALUE SPACES.
           01 WS-Cambios-Status PIC XX VALUE SPACES.
           01 WS-Cambios-EOF PIC X VALUE "N".

           01 WS-Retenidos-Path PIC X(40)
               VALUE "data/CAMBIOSRHRETENIDOS.DAT".
           01 WS-Retenidos-Status PIC XX VALUE SPACES.
           01 WS-Retenidos-EOF PIC X VALUE "N".

      *> Acuse fechado con la fecha del archivo de cambios.
           01 WS-Ack-Path PIC X(40) VALUE SPACES.
           01 WS-Ack-Status PIC XX VALUE SPACES.
           01 WS-Ack-Abierto PIC X VALUE "N".

      *> Tabla de retenidos: los que ya estaban en el archivo (se
      *> apagan al aplicarse) mas los nuevos de hoy; al final se
      *> regraba el archivo con los que siguen encendidos.
           01 WS-Ret-Cuenta PIC 9(4) VALUE 0.
           01 WS-Ret-Max PIC 9(4) VALUE 2000.
           01 Retenidos-Tabla.
               05 Ret-Entrada OCCURS 2000 TIMES.
                   10 Tab-Origen PIC X(8).
                   10 Tab-Linea PIC 9(4).
                   10 Tab-Texto PIC X(120).
                   10 Tab-Sigue PIC X.
           01 WS-Ret-Ix PIC 9(4) VALUE 0.
           01 WS-Ret-Busca-Ix PIC 9(4) VALUE 0.
           01 WS-Ret-Cargados PIC 9(4) VALUE 0.
      *> Los CALL dejan RETURN-CODE en cero, asi que la falla al
      *> regrabar los retenidos se guarda aqui hasta el resumen.
           01 WS-Ret-Error PIC X VALUE "N".

      *> Linea en proceso: de donde viene y sus campos.
           01 WS-Linea-Texto PIC X(120) VALUE SPACES.
           01 WS-Origen PIC X(8) VALUE SPACES.
           01 WS-Linea-Num PIC 9(4) VALUE 0.
           01 WS-Campo-ID PIC X(10) VALUE SPACES.
           01 WS-Campo-Accion PIC X(16) VALUE SPACES.
           01 WS-Campo-Fecha PIC X(12) VALUE SPACES.
           01 WS-Campo-Dato1 PIC X(40) VALUE SPACES.
           01 WS-Campo-Dato2 PIC X(40) VALUE SPACES.
           01 WS-Accion PIC X(12) VALUE SPACES.
           01 FechaEfectiva PIC X(10) VALUE SPACES.
           01 WS-Liberando PIC X VALUE "N".

      *> Veredicto de la linea: APLICADA, RECHAZADA o RETENIDA, con
      *> el motivo del rechazo.
           01 WS-Veredicto PIC X(10) VALUE SPACES.
           01 WS-Motivo PIC X(24) VALUE SPACES.

      *> Mismas validaciones que las pantallas del mantenimiento.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.
           01 FechaNacimiento PIC X(10) VALUE SPACES.
           01 Edad-Num PIC 999 VALUE 0.
           01 WS-Edad-Valida PIC X VALUE "N".
           01 Departamento PIC X(20) VALUE SPACES.
           01 WS-Depto-Canonico PIC X(20) VALUE SPACES.
           01 WS-Depto-Valido PIC X VALUE "N".
           01 WS-Depto-Motivo PIC X(20) VALUE SPACES.
           01 MotivoBaja PIC X(12) VALUE SPACES.

      *> Copia del registro tal como vino del maestro, para dejar
      *> una linea de movimiento por cada campo que de verdad cambio,
      *> igual que MantenimientoEmpleados.
           01 WS-Orig-Registro.
               05 Orig-Nombre PIC X(20).
               05 Orig-Apellidos PIC X(32).
               05 Orig-FechaNacimiento PIC X(10).
               05 Orig-Departamento PIC X(20).
               05 Orig-Estado PIC X(1).
               05 Orig-FechaBaja PIC X(10).
               05 Orig-MotivoBaja PIC X(12).
           01 WS-Mov-Campo PIC X(16) VALUE SPACES.
           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE "CAMBIOSRH".
      *> Interfaz sin firma de operador: el movimiento va firmado
      *> "(nadie)" y lo identifica el programa.
           01 WS-Mov-Usuario PIC X(8) VALUE "(nadie)".

           01 WS-Ind-Operacion PIC X(6) VALUE "PONER".
           01 WS-Indice-OK PIC X VALUE "N".

      *> Candado de escritor unico del maestro, tomado una vez para
      *> toda la corrida.
           01 WS-Candado-Op PIC X(6) VALUE SPACES.
           01 WS-Candado-OK PIC X VALUE "N".
           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.

      *> Argumento y fecha del archivo de cambios.
           01 WS-Arg-Fecha PIC X(20) VALUE SPACES.
           01 WS-Fecha-Hoy PIC X(10) VALUE SPACES.
           01 WS-Fecha-Archivo PIC X(8) VALUE SPACES.
           01 WS-Fecha-Archivo-Guiones PIC X(10) VALUE SPACES.

      *> Cuentas de la corrida.
           01 WS-Leidas PIC 9(4) VALUE 0.
           01 WS-Aplicadas PIC 9(4) VALUE 0.
           01 WS-Rechazadas PIC 9(4) VALUE 0.
           01 WS-Retenidas PIC 9(4) VALUE 0.
           01 WS-Liberadas PIC 9(4) VALUE 0.

      *> Constancia del paso en el historial de corridas del job
      *> nocturno, como en los demas pasos.
           01 WS-Hist-Programa PIC X(14) VALUE "CAMBIOSRH".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       AplicarCambiosRH.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           MOVE WS-Hist-Inicio(1:8) TO WS-Fecha-Archivo.
           STRING WS-Hist-Inicio(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Hist-Inicio(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Hist-Inicio(7:2) DELIMITED BY SIZE
               INTO WS-Fecha-Hoy
           END-STRING.
           PERFORM DeterminarArgumentos.

           DISPLAY "===== Cambios del sistema de RH, archivo "
               WS-Fecha-Archivo-Guiones " =====".

           MOVE "TOMAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.
           IF WS-Candado-OK NOT = "Y" THEN
               DISPLAY "Error: el maestro de empleados esta en uso "
                   "por " FUNCTION TRIM(WS-Candado-Dueno)
                   ", no se aplica ningun cambio."
               MOVE 8 TO RETURN-CODE
               PERFORM RegistrarPaso
               STOP RUN
           END-IF.

           OPEN I-O EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               PERFORM RegistrarPaso
               STOP RUN
           END-IF.

           PERFORM AbrirAcuse.
           PERFORM CargarRetenidos.
           PERFORM LiberarRetenidos.
           PERFORM LeerArchivoCambios.
           PERFORM GrabarRetenidos.
           PERFORM CerrarAcuse.

           CLOSE EmployeeFile.
           PERFORM LiberarCandado.
           PERFORM ImprimirResumen.
           PERFORM RegistrarPaso.
           STOP RUN.

       LiberarCandado.
           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.

       RegistrarPaso.
           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               COMPUTE WS-Hist-Registros = WS-Leidas + WS-Liberadas
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.

      *> Fecha opcional del archivo de cambios, con o sin guiones;
      *> arma el nombre del archivo y del acuse, y es la fecha
      *> efectiva de las lineas que no traen la suya. Lo retenido se
      *> compara siempre contra la fecha de hoy.
       DeterminarArgumentos.
           ACCEPT WS-Arg-Fecha FROM COMMAND-LINE.

           IF WS-Arg-Fecha NOT = SPACES THEN
               IF WS-Arg-Fecha(5:1) = "-" AND WS-Arg-Fecha(8:1) = "-"
                       AND WS-Arg-Fecha(11:1) = SPACE THEN
                   MOVE SPACES TO WS-Fecha-Archivo
                   STRING WS-Arg-Fecha(1:4) DELIMITED BY SIZE
                       WS-Arg-Fecha(6:2) DELIMITED BY SIZE
                       WS-Arg-Fecha(9:2) DELIMITED BY SIZE
                       INTO WS-Fecha-Archivo
                   END-STRING
               ELSE
                   IF WS-Arg-Fecha(9:1) = SPACE THEN
                       MOVE WS-Arg-Fecha(1:8) TO WS-Fecha-Archivo
                   ELSE
                       MOVE SPACES TO WS-Fecha-Archivo
                   END-IF
               END-IF
           END-IF.

           MOVE WS-Fecha-Archivo(1:4) TO WS-Fecha-Archivo-Guiones(1:4).
           MOVE "-" TO WS-Fecha-Archivo-Guiones(5:1).
           MOVE WS-Fecha-Archivo(5:2) TO WS-Fecha-Archivo-Guiones(6:2).
           MOVE "-" TO WS-Fecha-Archivo-Guiones(8:1).
           MOVE WS-Fecha-Archivo(7:2) TO WS-Fecha-Archivo-Guiones(9:2).
           CALL "ValidarFecha" USING WS-Fecha-Archivo-Guiones
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               DISPLAY "Error: fecha del archivo invalida '"
                   FUNCTION TRIM(WS-Arg-Fecha) "' ("
                   FUNCTION TRIM(WS-Fecha-Motivo) "), use AAAA-MM-DD "
                   "o AAAAMMDD sin fechas futuras."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-Cambios-Path.
           STRING "data/CAMBIOSRH." DELIMITED BY SIZE
               WS-Fecha-Archivo DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Cambios-Path
           END-STRING.

      *> Abre el acuse y deja el encabezado con la fecha y el archivo
      *> de cambios. Se abre para agregar: una segunda corrida sobre
      *> el mismo archivo deja su bloque despues del de la primera,
      *> que es el que tiene los APLICADA. Si el acuse no se puede
      *> abrir los cambios se aplican igual (el acuse es salida
      *> secundaria), con aviso.
       AbrirAcuse.
           MOVE SPACES TO WS-Ack-Path.
           STRING "data/CAMBIOSRHACK." DELIMITED BY SIZE
               WS-Fecha-Archivo DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Ack-Path
           END-STRING.
           OPEN EXTEND AckFile.
           IF WS-Ack-Status = "35" THEN
               OPEN OUTPUT AckFile
           END-IF.
           IF WS-Ack-Status = "00" THEN
               MOVE "Y" TO WS-Ack-Abierto
               MOVE SPACES TO Ack-Rec
               STRING "H;" DELIMITED BY SIZE
                   WS-Fecha-Archivo DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Cambios-Path) DELIMITED BY SIZE
                   INTO Ack-Rec
               END-STRING
               WRITE Ack-Rec
           ELSE
               DISPLAY "Aviso: no se pudo abrir el acuse de cambios "
                   FUNCTION TRIM(WS-Ack-Path) ": " WS-Ack-Status
           END-IF.

      *> Cierra el acuse con el trailer de cuentas: aplicadas,
      *> rechazadas y retenidas, para que un acuse truncado se delate
      *> solo.
       CerrarAcuse.
           IF WS-Ack-Abierto = "Y" THEN
               MOVE SPACES TO Ack-Rec
               STRING "T;" DELIMITED BY SIZE
                   WS-Aplicadas DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-Rechazadas DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-Retenidas DELIMITED BY SIZE
                   INTO Ack-Rec
               END-STRING
               WRITE Ack-Rec
               CLOSE AckFile
               DISPLAY "Acuse de cambios en "
                   FUNCTION TRIM(WS-Ack-Path)
           END-IF.

      *> Carga los retenidos de corridas anteriores a la tabla.
       CargarRetenidos.
           MOVE 0 TO WS-Ret-Cuenta.
           MOVE "N" TO WS-Retenidos-EOF.
           OPEN INPUT RetenidosFile.
           IF WS-Retenidos-Status = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Retenidos-Status NOT = "00" THEN
               DISPLAY "Error abriendo los cambios retenidos: "
                   WS-Retenidos-Status
               CLOSE EmployeeFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               PERFORM RegistrarPaso
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Retenidos-EOF = "Y"
               READ RetenidosFile
                   AT END
                       MOVE "Y" TO WS-Retenidos-EOF
                   NOT AT END
                       IF Retenido-Rec NOT = SPACES AND
                               WS-Ret-Cuenta < WS-Ret-Max THEN
                           ADD 1 TO WS-Ret-Cuenta
                           MOVE Ret-Origen TO Tab-Origen(WS-Ret-Cuenta)
                           MOVE Ret-Linea TO Tab-Linea(WS-Ret-Cuenta)
                           MOVE Ret-Texto TO Tab-Texto(WS-Ret-Cuenta)
                           MOVE "Y" TO Tab-Sigue(WS-Ret-Cuenta)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RetenidosFile.
           MOVE WS-Ret-Cuenta TO WS-Ret-Cargados.

      *> Antes que el archivo del dia, los retenidos cuya fecha
      *> efectiva ya llego: asi un cambio de hoy sobre el mismo
      *> empleado se aplica despues del que estaba esperando. Los
      *> que siguen en el futuro no se tocan ni salen en el acuse.
       LiberarRetenidos.
           MOVE "Y" TO WS-Liberando.
           PERFORM VARYING WS-Ret-Ix FROM 1 BY 1
                   UNTIL WS-Ret-Ix > WS-Ret-Cargados
               MOVE Tab-Texto(WS-Ret-Ix) TO WS-Linea-Texto
               PERFORM SepararLinea
               IF FechaEfectiva <= WS-Fecha-Hoy THEN
                   MOVE "N" TO Tab-Sigue(WS-Ret-Ix)
                   MOVE Tab-Origen(WS-Ret-Ix) TO WS-Origen
                   MOVE Tab-Linea(WS-Ret-Ix) TO WS-Linea-Num
                   ADD 1 TO WS-Liberadas
                   PERFORM ProcesarCambio
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-Liberando.

      *> Recorre el archivo de cambios del dia linea por linea.
       LeerArchivoCambios.
           MOVE "N" TO WS-Cambios-EOF.
           OPEN INPUT CambiosFile.
           IF WS-Cambios-Status NOT = "00" THEN
               DISPLAY "No hay archivo de cambios de RH ("
                   FUNCTION TRIM(WS-Cambios-Path) "); solo se "
                   "revisan los cambios retenidos."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Linea-Num.
           MOVE WS-Fecha-Archivo TO WS-Origen.
           PERFORM UNTIL WS-Cambios-EOF = "Y"
               READ CambiosFile
                   AT END
                       MOVE "Y" TO WS-Cambios-EOF
                   NOT AT END
                       ADD 1 TO WS-Linea-Num
                       IF Cambio-Rec NOT = SPACES THEN
                           ADD 1 TO WS-Leidas
                           MOVE Cambio-Rec TO WS-Linea-Texto
                           PERFORM SepararLinea
                           PERFORM ProcesarCambio
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CambiosFile.

      *> Parte la linea en sus campos. La fecha efectiva en blanco
      *> es la del archivo de origen.
       SepararLinea.
           MOVE SPACES TO WS-Campo-ID WS-Campo-Accion WS-Campo-Fecha
               WS-Campo-Dato1 WS-Campo-Dato2.
           UNSTRING WS-Linea-Texto DELIMITED BY ";"
               INTO WS-Campo-ID WS-Campo-Accion WS-Campo-Fecha
                   WS-Campo-Dato1 WS-Campo-Dato2
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-Campo-ID) TO WS-Campo-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Campo-Accion))
               TO WS-Accion.
           MOVE FUNCTION TRIM(WS-Campo-Fecha) TO FechaEfectiva.
           MOVE FUNCTION TRIM(WS-Campo-Dato1) TO WS-Campo-Dato1.
           MOVE FUNCTION TRIM(WS-Campo-Dato2) TO WS-Campo-Dato2.
           IF FechaEfectiva = SPACES THEN
               IF WS-Liberando = "Y" THEN
                   MOVE Tab-Origen(WS-Ret-Ix)(1:4)
                       TO FechaEfectiva(1:4)
                   MOVE "-" TO FechaEfectiva(5:1)
                   MOVE Tab-Origen(WS-Ret-Ix)(5:2)
                       TO FechaEfectiva(6:2)
                   MOVE "-" TO FechaEfectiva(8:1)
                   MOVE Tab-Origen(WS-Ret-Ix)(7:2)
                       TO FechaEfectiva(9:2)
               ELSE
                   MOVE WS-Fecha-Archivo-Guiones TO FechaEfectiva
               END-IF
           END-IF.

      *> Un cambio: forma de la linea, fecha efectiva (la futura se
      *> retiene), el empleado en el maestro y la validacion propia
      *> de la accion; si todo pasa, REWRITE y movimientos.
       ProcesarCambio.
           MOVE "RECHAZADA" TO WS-Veredicto.
           MOVE SPACES TO WS-Motivo.

           IF WS-Campo-ID = SPACES OR
                   FUNCTION TRIM(WS-Campo-ID) IS NOT NUMERIC THEN
               MOVE "ID-INVALIDO" TO WS-Motivo
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Campo-ID) TO WS-Emp-Key.
           IF WS-Emp-Key = 0 THEN
               MOVE "ID-INVALIDO" TO WS-Motivo
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.

           IF WS-Accion NOT = "BAJA" AND
                   WS-Accion NOT = "REINGRESO" AND
                   WS-Accion NOT = "NOMBRE" AND
                   WS-Accion NOT = "NACIMIENTO" AND
                   WS-Accion NOT = "DEPARTAMENTO" THEN
               MOVE "ACCION-INVALIDA" TO WS-Motivo
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.

           CALL "ValidarFecha" USING FechaEfectiva
               WS-Fecha-Valida WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" THEN
               IF FUNCTION TRIM(WS-Fecha-Motivo) = "FECHA-FUTURA" THEN
                   PERFORM RetenerCambio
               ELSE
                   MOVE "FECHA-EFECTIVA-INVALIDA" TO WS-Motivo
               END-IF
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.

           READ EmployeeFile
               INVALID KEY
                   MOVE "NO-EXISTE" TO WS-Motivo
           END-READ.
           IF WS-Motivo NOT = SPACES THEN
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.
           PERFORM TomarCopiaOriginal.

      *> Un empleado anonimizado ya no tiene datos personales que
      *> corregir ni se puede reactivar: reactivarlo dejaria en
      *> nomina a un activo sin nombre. Si vuelve, entra como alta
      *> nueva con otro Emp-ID.
           IF Emp-Nombre = "ANONIMIZADO" AND
                   (WS-Accion = "REINGRESO" OR
                    WS-Accion = "NOMBRE" OR
                    WS-Accion = "NACIMIENTO") THEN
               MOVE "ANONIMIZADO" TO WS-Motivo
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-Accion
               WHEN "BAJA"
                   PERFORM CambiarBaja
               WHEN "REINGRESO"
                   PERFORM CambiarReingreso
               WHEN "NOMBRE"
                   PERFORM CambiarNombre
               WHEN "NACIMIENTO"
                   PERFORM CambiarNacimiento
               WHEN "DEPARTAMENTO"
                   PERFORM CambiarDepartamento
           END-EVALUATE.
           IF WS-Motivo NOT = SPACES THEN
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.

      *> El Emp-ID no cambia nunca: el registro se regraba en su
      *> misma posicion relativa.
           REWRITE Employee-Rec
               INVALID KEY
                   MOVE "ERROR-REGRABANDO" TO WS-Motivo
           END-REWRITE.
           IF WS-Emp-Status NOT = "00" THEN
               MOVE "ERROR-REGRABANDO" TO WS-Motivo
               PERFORM TerminarLinea
               EXIT PARAGRAPH
           END-IF.
           PERFORM RegistrarCambiosMovimientos.
           IF Emp-Apellidos NOT = Orig-Apellidos OR
                   Emp-Departamento NOT = Orig-Departamento THEN
               CALL "IndiceEmpleados" USING WS-Ind-Operacion
                   Emp-ID Emp-Apellidos Emp-Departamento
                   WS-Indice-OK
           END-IF.
           MOVE "APLICADA" TO WS-Veredicto.
           PERFORM TerminarLinea.

      *> Baja: motivo de la lista corta de la pantalla, empleado que
      *> no este ya de baja, fecha no anterior al ingreso. La fecha
      *> en dia inhabil solo se avisa, como en la pantalla.
       CambiarBaja.
           MOVE FUNCTION UPPER-CASE(WS-Campo-Dato1) TO MotivoBaja.
           IF WS-Campo-Dato1(13:) NOT = SPACES OR
                   (MotivoBaja NOT = "RENUNCIA" AND
                    MotivoBaja NOT = "DESPIDO" AND
                    MotivoBaja NOT = "JUBILACION" AND
                    MotivoBaja NOT = "FIN-CONTRATO" AND
                    MotivoBaja NOT = "OTRO") THEN
               MOVE "MOTIVO-BAJA-INVALIDO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Estado = "I" THEN
               MOVE "YA-ESTA-DE-BAJA" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF FechaEfectiva < Emp-FechaIngreso THEN
               MOVE "BAJA-ANTES-DEL-INGRESO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           CALL "DiaHabil" USING FechaEfectiva WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil = "N" THEN
               DISPLAY "Aviso: la fecha de baja " FechaEfectiva
                   " del empleado " Emp-ID " cae en dia inhabil ("
                   FUNCTION TRIM(WS-Dia-Motivo) ")."
           END-IF.
           MOVE "I" TO Emp-Estado.
           MOVE FechaEfectiva TO Emp-FechaBaja.
           MOVE MotivoBaja TO Emp-MotivoBaja.

      *> Reingreso: solo sobre un empleado de baja y no antes de la
      *> fecha de esa baja. Como en la pantalla, limpia la fecha y
      *> el motivo de la baja; la baja queda en el historial.
       CambiarReingreso.
           IF Emp-Estado NOT = "I" THEN
               MOVE "NO-ESTA-DE-BAJA" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF Emp-FechaBaja NOT = SPACES AND
                   FechaEfectiva < Emp-FechaBaja THEN
               MOVE "REINGRESO-ANTES-DE-BAJA" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO Emp-Estado.
           MOVE SPACES TO Emp-FechaBaja.
           MOVE SPACES TO Emp-MotivoBaja.

      *> Correccion de nombre y/o apellidos; el que viene en blanco
      *> se queda como esta.
       CambiarNombre.
           IF WS-Campo-Dato1 = SPACES AND WS-Campo-Dato2 = SPACES THEN
               MOVE "NOMBRE-EN-BLANCO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF WS-Campo-Dato1(21:) NOT = SPACES OR
                   WS-Campo-Dato2(33:) NOT = SPACES THEN
               MOVE "NOMBRE-MUY-LARGO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF WS-Campo-Dato1 NOT = SPACES THEN
               MOVE WS-Campo-Dato1 TO Emp-Nombre
           END-IF.
           IF WS-Campo-Dato2 NOT = SPACES THEN
               MOVE WS-Campo-Dato2 TO Emp-Apellidos
           END-IF.
           IF Emp-Nombre = Orig-Nombre AND
                   Emp-Apellidos = Orig-Apellidos THEN
               MOVE "SIN-CAMBIO" TO WS-Motivo
           END-IF.

      *> Misma validacion de fecha de nacimiento que la pantalla:
      *> edad derivada con CalcularEdad, entre 1 y 120.
       CambiarNacimiento.
           MOVE WS-Campo-Dato1 TO FechaNacimiento.
           CALL "CalcularEdad" USING FechaNacimiento Edad-Num
               WS-Edad-Valida.
           IF WS-Edad-Valida NOT = "Y" OR WS-Campo-Dato1(11:) NOT =
                   SPACES OR Edad-Num = 0 OR Edad-Num > 120 THEN
               MOVE "NACIMIENTO-INVALIDO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           IF FechaNacimiento = Emp-FechaNacimiento THEN
               MOVE "SIN-CAMBIO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE FechaNacimiento TO Emp-FechaNacimiento.

      *> Misma validacion de departamento que la pantalla: solo un
      *> codigo activo de la referencia, guardado en su forma
      *> canonica.
       CambiarDepartamento.
           MOVE WS-Campo-Dato1 TO Departamento.
           CALL "ValidarDepartamento" USING Departamento
               WS-Depto-Canonico WS-Depto-Valido WS-Depto-Motivo.
           IF WS-Depto-Valido NOT = "Y" THEN
               EVALUATE FUNCTION TRIM(WS-Depto-Motivo)
                   WHEN "EN-BLANCO"
                       MOVE "DEPTO-EN-BLANCO" TO WS-Motivo
                   WHEN "SIN-ARCHIVO"
                       MOVE "DEPTO-SIN-REFERENCIA" TO WS-Motivo
                   WHEN "RETIRADO"
                       MOVE "DEPTO-RETIRADO" TO WS-Motivo
                   WHEN OTHER
                       MOVE "DEPTO-INEXISTENTE" TO WS-Motivo
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-Depto-Canonico = Emp-Departamento THEN
               MOVE "SIN-CAMBIO" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Depto-Canonico TO Emp-Departamento.

      *> Cambio con fecha efectiva futura: a la tabla de retenidos
      *> con su origen, para aplicarse la noche que llegue su fecha.
      *> Si esa misma linea del mismo archivo ya esta retenida (el
      *> archivo se volvio a correr) no se agrega otra vez: sigue
      *> retenida una sola vez y se aplica una sola vez.
       RetenerCambio.
           PERFORM VARYING WS-Ret-Busca-Ix FROM 1 BY 1
                   UNTIL WS-Ret-Busca-Ix > WS-Ret-Cuenta
               IF Tab-Sigue(WS-Ret-Busca-Ix) = "Y" AND
                       Tab-Origen(WS-Ret-Busca-Ix) = WS-Origen AND
                       Tab-Linea(WS-Ret-Busca-Ix) = WS-Linea-Num THEN
                   MOVE "RETENIDA" TO WS-Veredicto
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-Ret-Cuenta >= WS-Ret-Max THEN
               MOVE "SIN-ESPACIO-RETENIDOS" TO WS-Motivo
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Ret-Cuenta.
           MOVE WS-Origen TO Tab-Origen(WS-Ret-Cuenta).
           MOVE WS-Linea-Num TO Tab-Linea(WS-Ret-Cuenta).
           MOVE WS-Linea-Texto TO Tab-Texto(WS-Ret-Cuenta).
           MOVE "Y" TO Tab-Sigue(WS-Ret-Cuenta).
           MOVE "RETENIDA" TO WS-Veredicto.

      *> Cuenta la linea, la muestra y la deja en el acuse.
       TerminarLinea.
           EVALUATE WS-Veredicto
               WHEN "APLICADA"
                   ADD 1 TO WS-Aplicadas
                   DISPLAY "Linea " WS-Origen "-" WS-Linea-Num
                       ": aplicada, " FUNCTION TRIM(WS-Accion)
                       " del empleado " Emp-ID
               WHEN "RETENIDA"
                   ADD 1 TO WS-Retenidas
                   DISPLAY "Linea " WS-Origen "-" WS-Linea-Num
                       ": retenida hasta " FechaEfectiva ", "
                       FUNCTION TRIM(WS-Accion) " del empleado "
                       FUNCTION TRIM(WS-Campo-ID)
               WHEN OTHER
                   ADD 1 TO WS-Rechazadas
                   DISPLAY "Linea " WS-Origen "-" WS-Linea-Num
                       ": rechazada (" FUNCTION TRIM(WS-Motivo) ")"
           END-EVALUATE.
           PERFORM EscribirAcuseLinea.

      *> Una linea del acuse: origen-linea, veredicto, Emp-ID tal
      *> como vino, accion y motivo (vacio si no es rechazo).
       EscribirAcuseLinea.
           IF WS-Ack-Abierto = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Ack-Rec.
           STRING WS-Origen DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Linea-Num DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Veredicto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Campo-ID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Accion) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Motivo) DELIMITED BY SIZE
               INTO Ack-Rec
           END-STRING.
           WRITE Ack-Rec.

       TomarCopiaOriginal.
           MOVE Emp-Nombre TO Orig-Nombre.
           MOVE Emp-Apellidos TO Orig-Apellidos.
           MOVE Emp-FechaNacimiento TO Orig-FechaNacimiento.
           MOVE Emp-Departamento TO Orig-Departamento.
           MOVE Emp-Estado TO Orig-Estado.
           MOVE Emp-FechaBaja TO Orig-FechaBaja.
           MOVE Emp-MotivoBaja TO Orig-MotivoBaja.

      *> Una linea de movimiento por cada campo que cambio, con los
      *> mismos nombres de campo que deja la pantalla.
       RegistrarCambiosMovimientos.
           IF Emp-Nombre NOT = Orig-Nombre THEN
               MOVE "NOMBRE" TO WS-Mov-Campo
               MOVE Orig-Nombre TO WS-Mov-Anterior
               MOVE Emp-Nombre TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-Apellidos NOT = Orig-Apellidos THEN
               MOVE "APELLIDOS" TO WS-Mov-Campo
               MOVE Orig-Apellidos TO WS-Mov-Anterior
               MOVE Emp-Apellidos TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-FechaNacimiento NOT = Orig-FechaNacimiento THEN
               MOVE "FECHA-NACIMIENTO" TO WS-Mov-Campo
               MOVE Orig-FechaNacimiento TO WS-Mov-Anterior
               MOVE Emp-FechaNacimiento TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-Departamento NOT = Orig-Departamento THEN
               MOVE "DEPARTAMENTO" TO WS-Mov-Campo
               MOVE Orig-Departamento TO WS-Mov-Anterior
               MOVE Emp-Departamento TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-Estado NOT = Orig-Estado THEN
               MOVE "ESTADO" TO WS-Mov-Campo
               MOVE Orig-Estado TO WS-Mov-Anterior
               MOVE Emp-Estado TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-FechaBaja NOT = Orig-FechaBaja THEN
               MOVE "FECHA-BAJA" TO WS-Mov-Campo
               MOVE Orig-FechaBaja TO WS-Mov-Anterior
               MOVE Emp-FechaBaja TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.
           IF Emp-MotivoBaja NOT = Orig-MotivoBaja THEN
               MOVE "MOTIVO-BAJA" TO WS-Mov-Campo
               MOVE Orig-MotivoBaja TO WS-Mov-Anterior
               MOVE Emp-MotivoBaja TO WS-Mov-Nuevo
               PERFORM GrabarMovimiento
           END-IF.

       GrabarMovimiento.
           CALL "RegistrarMovimiento" USING Emp-ID WS-Mov-Campo
               WS-Mov-Anterior WS-Mov-Nuevo WS-Mov-Programa
               WS-Mov-Usuario.

      *> Regraba el archivo de retenidos con los que siguen
      *> esperando su fecha (los de antes que no se liberaron y los
      *> nuevos de hoy). Sin ninguno queda vacio.
       GrabarRetenidos.
           IF WS-Ret-Cuenta = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RetenidosFile.
           IF WS-Retenidos-Status NOT = "00" THEN
               DISPLAY "Error grabando los cambios retenidos: "
                   WS-Retenidos-Status
               MOVE "Y" TO WS-Ret-Error
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Ret-Ix FROM 1 BY 1
                   UNTIL WS-Ret-Ix > WS-Ret-Cuenta
               IF Tab-Sigue(WS-Ret-Ix) = "Y" THEN
                   MOVE SPACES TO Retenido-Rec
                   MOVE Tab-Origen(WS-Ret-Ix) TO Ret-Origen
                   MOVE ";" TO Ret-Sep1
                   MOVE Tab-Linea(WS-Ret-Ix) TO Ret-Linea
                   MOVE ";" TO Ret-Sep2
                   MOVE Tab-Texto(WS-Ret-Ix) TO Ret-Texto
                   WRITE Retenido-Rec
               END-IF
           END-PERFORM.
           CLOSE RetenidosFile.

       ImprimirResumen.
           DISPLAY "Lineas del archivo leidas:  " WS-Leidas.
           DISPLAY "Retenidos que vencieron:    " WS-Liberadas.
           DISPLAY "  Aplicadas:                " WS-Aplicadas.
           DISPLAY "  Retenidas (fecha futura): " WS-Retenidas.
           DISPLAY "  Rechazadas:               " WS-Rechazadas.
           IF WS-Ret-Error = "Y" THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-Rechazadas > 0 THEN
               DISPLAY "Aviso: hay cambios de RH rechazados; vea "
                   FUNCTION TRIM(WS-Ack-Path) "."
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CambiosRH.
