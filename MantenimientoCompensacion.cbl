      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoCompensacion.

      *> Mantenimiento del historial de compensacion
      *> (data/COMPENSACION.DAT) de un empleado: registra cambios de
      *> salario con fecha efectiva, monto, moneda y motivo, y anula
      *> un registro capturado por error. El salario vivia fuera del
      *> sistema y los reportes de plantilla nunca se podian pasar a
      *> costo. Como los demas mantenimientos, el archivo completo se
      *> carga a una tabla, se edita en memoria y solo se regraba al
      *> guardar; y como toda actualizacion ligada al maestro, corre
      *> con el candado de CandadoMaestro tomado para que dos
      *> operadores no se pisen el archivo ni trabajen sobre un
      *> empleado que otro programa esta cambiando.
      *>
      *> Un cambio de salario nunca pisa al anterior: es un registro
      *> nuevo con su fecha efectiva, y el vigente en cualquier fecha
      *> es el ultimo con fecha igual o anterior. La fecha efectiva
      *> puede ser futura (un aumento pactado para el mes que entra),
      *> pero no anterior al ingreso del empleado ni repetida para el
      *> mismo empleado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompFile ASSIGN TO DYNAMIC WS-Comp-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Comp-Status.

      *> Mismo maestro RELATIVE que escribe ProgramaRodas; aqui solo
      *> se lee el empleado por su llave.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE RANDOM
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

      *> Las monedas aceptadas son las que tienen tasa registrada.
           SELECT TasasFile ASSIGN TO DYNAMIC WS-Tasas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CompFile.
           COPY COMPENSACION.

       FD EmployeeFile.
           COPY EMPLOYEE.

       FD TasasFile.
           01 Tasa-Rec PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-Comp-Path PIC X(40) VALUE "data/COMPENSACION.DAT".
           01 WS-Comp-Status PIC XX VALUE SPACES.
           01 WS-Comp-EOF PIC X VALUE "N".

           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.

           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
           01 WS-Tasas-Status PIC XX VALUE SPACES.
           01 WS-Tasas-EOF PIC X VALUE "N".
           01 WS-Monedas-Cuenta PIC 9(2) VALUE 0.
           01 Monedas-Tabla.
               05 Mon-Codigo PIC X(3) OCCURS 20 TIMES.
           01 WS-Mon-Ix PIC 9(2) VALUE 0.
           01 WS-TC-Campo-1 PIC X(12) VALUE SPACES.

      *> Tabla en memoria con el archivo completo (todos los
      *> empleados), en orden de Emp-ID y fecha efectiva.
           01 WS-Comp-Cuenta PIC 9(5) VALUE 0.
           01 WS-Comp-Max PIC 9(5) VALUE 10000.
           01 Comp-Tabla.
               05 Comp-Entrada-Tab OCCURS 10000 TIMES.
                   10 Tab-EmpID PIC 9(6).
                   10 Tab-Fecha PIC X(10).
                   10 Tab-Monto PIC 9(10)V9(2).
                   10 Tab-Moneda PIC X(3).
                   10 Tab-Motivo PIC X(12).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Operador PIC X(8).
           01 WS-Comp-Ix PIC 9(5) VALUE 0.
           01 WS-Encontrado-Ix PIC 9(5) VALUE 0.
           01 WS-Insertar-Ix PIC 9(5) VALUE 0.
           01 WS-Del-Empleado PIC 9(4) VALUE 0.

      *> Empleado en turno, leido del maestro al arrancar.
           01 WS-ID-Alpha PIC X(10) VALUE SPACES.
           01 WS-ID-Valido PIC X VALUE "N".
           01 WS-Emp-Nombre PIC X(20) VALUE SPACES.
           01 WS-Emp-Apellidos PIC X(32) VALUE SPACES.
           01 WS-Emp-Depto PIC X(20) VALUE SPACES.
           01 WS-Emp-Ingreso PIC X(10) VALUE SPACES.
           01 WS-Emp-Estado PIC X(1) VALUE SPACES.

      *> Captura en turno. El operador es el usuario que firmo al
      *> arrancar, y firma cada registro que se agrega.
           01 Operador PIC X(8) VALUE SPACES.
           01 FechaEfectiva PIC X(10) VALUE SPACES.
           01 MontoAlpha PIC X(16) VALUE SPACES.
           01 Moneda PIC X(3) VALUE SPACES.
           01 Motivo PIC X(12) VALUE SPACES.
           01 WS-Monto-Num PIC 9(10)V9(2) VALUE 0.
           01 WS-Monto-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-Motivo-Opcion PIC X(1) VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.

           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Dato-OK PIC X VALUE "N".

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos, igual que en los otros mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.
           01 WS-Intentos-Menu PIC 9(3) VALUE 0.

      *> Firma del operador (IniciarSesion) al arrancar. Los
      *> salarios los registra RHSUPERVISOR; FINANZAS solo consulta
      *> el historial; los demas roles no entran.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTCOMPENSA".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

      *> Candado de escritor unico del maestro, el mismo que toman
      *> los demas programas que actualizan datos del empleado.
           01 WS-Mov-Programa PIC X(14) VALUE "MANTCOMPENSA".
           01 WS-Candado-Op PIC X(6) VALUE SPACES.
           01 WS-Candado-OK PIC X VALUE "N".
           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       Mantenimiento.
           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE WS-Ses-Rol
               WHEN "RHSUPERVISOR"
                   MOVE "Y" TO WS-Puede-Editar
               WHEN "FINANZAS"
                   DISPLAY "Aviso: el rol FINANZAS solo puede "
                       "consultar el historial de salarios."
               WHEN OTHER
                   DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                       " no tiene acceso a la compensacion."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM SolicitarID.

           MOVE "TOMAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.
           IF WS-Candado-OK NOT = "Y" THEN
               DISPLAY "Error: el maestro de empleados esta en uso "
                   "por " FUNCTION TRIM(WS-Candado-Dueno)
                   ", intente de nuevo en un momento."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LeerEmpleado.
           PERFORM CargarMonedas.
           PERFORM CargarCompensacion.
           PERFORM ListarHistorial.

           MOVE "N" TO WS-Termina.
           MOVE "N" TO WS-Hay-Cambios.
           MOVE 0 TO WS-Intentos-Menu.
           PERFORM UNTIL WS-Termina = "Y"
               ADD 1 TO WS-Intentos-Menu
               IF WS-Intentos-Menu > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin terminar "
                       "el mantenimiento, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MenuMantenimiento
           END-PERFORM.

           PERFORM LiberarCandado.
           STOP RUN.

       LiberarCandado.
           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.

      *> Pide el Emp-ID y valida que sea numerico antes de usarlo
      *> como llave relativa.
       SolicitarID.
           MOVE "N" TO WS-ID-Valido.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-ID-Valido = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un ID "
                       "valido, se aborta."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Ingrese el Employee ID:"
               ACCEPT WS-ID-Alpha

               IF FUNCTION TRIM(WS-ID-Alpha) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-ID-Alpha) TO WS-Emp-Key
                   IF WS-Emp-Key > 0 THEN
                       MOVE "Y" TO WS-ID-Valido
                   ELSE
                       DISPLAY "Error: el ID debe ser mayor que cero."
                   END-IF
               ELSE
                   DISPLAY "Error: el ID debe ser numerico."
               END-IF
           END-PERFORM.

      *> El empleado tiene que existir en el maestro; se guardan sus
      *> datos para mostrarlos y para validar la fecha efectiva.
       LeerEmpleado.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "No existe empleado con ID " WS-Emp-Key "."
                   CLOSE EmployeeFile
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE Emp-Nombre TO WS-Emp-Nombre.
           MOVE Emp-Apellidos TO WS-Emp-Apellidos.
           MOVE Emp-Departamento TO WS-Emp-Depto.
           MOVE Emp-FechaIngreso TO WS-Emp-Ingreso.
           MOVE Emp-Estado TO WS-Emp-Estado.
           CLOSE EmployeeFile.

           DISPLAY "Empleado " WS-Emp-Key ": "
               FUNCTION TRIM(WS-Emp-Nombre) " "
               FUNCTION TRIM(WS-Emp-Apellidos) " ("
               FUNCTION TRIM(WS-Emp-Depto) ", ingreso "
               WS-Emp-Ingreso ")".
           IF WS-Emp-Estado = "I" THEN
               DISPLAY "Aviso: el empleado esta dado de baja desde "
                   Emp-FechaBaja "; su salario ya no entra al costo "
                   "despues de esa fecha."
           END-IF.

      *> Codigos de moneda con tasa registrada, en el formato con
      *> fecha (Moneda;Tasa;AAAA-MM-DD) o el viejo de dos campos.
      *> Sin archivo de tasas solo se acepta moneda base.
       CargarMonedas.
           MOVE 0 TO WS-Monedas-Cuenta.
           MOVE "N" TO WS-Tasas-EOF.
           OPEN INPUT TasasFile.
           IF WS-Tasas-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Tasas-EOF = "Y"
               READ TasasFile
                   AT END
                       MOVE "Y" TO WS-Tasas-EOF
                   NOT AT END
                       IF Tasa-Rec NOT = SPACES AND
                               WS-Monedas-Cuenta < 20 THEN
                           MOVE SPACES TO WS-TC-Campo-1
                           UNSTRING Tasa-Rec DELIMITED BY ";"
                               INTO WS-TC-Campo-1
                           END-UNSTRING
                           ADD 1 TO WS-Monedas-Cuenta
                           MOVE FUNCTION UPPER-CASE(WS-TC-Campo-1(1:3))
                               TO Mon-Codigo(WS-Monedas-Cuenta)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TasasFile.

      *> Carga el historial completo a la tabla. Si el archivo
      *> todavia no existe, se arranca vacio y se crea al guardar.
       CargarCompensacion.
           MOVE "N" TO WS-Comp-EOF.
           MOVE 0 TO WS-Comp-Cuenta.

           OPEN INPUT CompFile.
           IF WS-Comp-Status = "35" THEN
               DISPLAY "Aviso: no existe el historial de "
                   "compensacion, se crea al guardar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Comp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el historial de compensacion: "
                   WS-Comp-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Comp-EOF = "Y"
               READ CompFile
                   AT END
                       MOVE "Y" TO WS-Comp-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE CompFile.

      *> Una tabla llena no puede regrabarse sin perder registros:
      *> se aborta en vez de guardar un archivo recortado.
       GuardarEnTabla.
           IF Compensacion-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Comp-Cuenta >= WS-Comp-Max THEN
               DISPLAY "Error: el historial de compensacion pasa de "
                   WS-Comp-Max " registros, no cabe en la tabla."
               CLOSE CompFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Comp-Cuenta.
           MOVE Comp-EmpID TO Tab-EmpID(WS-Comp-Cuenta).
           MOVE Comp-FechaEfectiva TO Tab-Fecha(WS-Comp-Cuenta).
           MOVE Comp-Monto TO Tab-Monto(WS-Comp-Cuenta).
           MOVE Comp-Moneda TO Tab-Moneda(WS-Comp-Cuenta).
           MOVE Comp-Motivo TO Tab-Motivo(WS-Comp-Cuenta).
           MOVE Comp-Registrado TO Tab-Registrado(WS-Comp-Cuenta).
           MOVE Comp-Operador TO Tab-Operador(WS-Comp-Cuenta).

       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Registrar cambio de salario"
               DISPLAY "2. Anular registro capturado por error"
           END-IF
           DISPLAY "3. Listar historial del empleado"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "4. Guardar cambios y salir"
           END-IF
           DISPLAY "5. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND WS-Opcion-Alpha NOT = "3"
                   AND WS-Opcion-Alpha NOT = "5" THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM RegistrarCambioSalario
               WHEN "2"
                   PERFORM AnularRegistro
               WHEN "3"
                   PERFORM ListarHistorial
               WHEN "4"
                   PERFORM GrabarCompensacion
                   MOVE "Y" TO WS-Termina
               WHEN "5"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Busca en la tabla el registro del empleado en turno con la
      *> fecha efectiva capturada.
       BuscarRegistro.
           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Comp-Ix FROM 1 BY 1
                   UNTIL WS-Comp-Ix > WS-Comp-Cuenta
               IF Tab-EmpID(WS-Comp-Ix) = WS-Emp-Key AND
                       Tab-Fecha(WS-Comp-Ix) = FechaEfectiva THEN
                   MOVE WS-Comp-Ix TO WS-Encontrado-Ix
                   MOVE WS-Comp-Cuenta TO WS-Comp-Ix
               END-IF
           END-PERFORM.

      *> Alta de un cambio de salario: fecha efectiva, monto, moneda
      *> y motivo validados, y el registro se inserta en su lugar
      *> (Emp-ID, fecha) para que el archivo quede siempre ordenado.
       RegistrarCambioSalario.
           IF WS-Comp-Cuenta >= WS-Comp-Max THEN
               DISPLAY "Error: el historial de compensacion esta "
                   "lleno, no se puede agregar."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SolicitarFechaEfectiva.
           IF FechaEfectiva < WS-Emp-Ingreso THEN
               DISPLAY "Error: la fecha efectiva es anterior al "
                   "ingreso del empleado (" WS-Emp-Ingreso ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM BuscarRegistro.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Error: ya hay un registro con fecha efectiva "
                   FechaEfectiva "; anulelo primero si esta mal."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SolicitarMonto.
           PERFORM SolicitarMoneda.
           PERFORM SolicitarMotivo.

           MOVE 1 TO WS-Insertar-Ix.
           PERFORM VARYING WS-Comp-Ix FROM 1 BY 1
                   UNTIL WS-Comp-Ix > WS-Comp-Cuenta
               IF Tab-EmpID(WS-Comp-Ix) < WS-Emp-Key OR
                       (Tab-EmpID(WS-Comp-Ix) = WS-Emp-Key AND
                        Tab-Fecha(WS-Comp-Ix) < FechaEfectiva) THEN
                   COMPUTE WS-Insertar-Ix = WS-Comp-Ix + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Comp-Ix FROM WS-Comp-Cuenta BY -1
                   UNTIL WS-Comp-Ix < WS-Insertar-Ix
               MOVE Comp-Entrada-Tab(WS-Comp-Ix)
                   TO Comp-Entrada-Tab(WS-Comp-Ix + 1)
           END-PERFORM.
           ADD 1 TO WS-Comp-Cuenta.

           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE WS-Emp-Key TO Tab-EmpID(WS-Insertar-Ix).
           MOVE FechaEfectiva TO Tab-Fecha(WS-Insertar-Ix).
           MOVE WS-Monto-Num TO Tab-Monto(WS-Insertar-Ix).
           MOVE Moneda TO Tab-Moneda(WS-Insertar-Ix).
           MOVE Motivo TO Tab-Motivo(WS-Insertar-Ix).
           MOVE WS-Timestamp TO Tab-Registrado(WS-Insertar-Ix).
           MOVE Operador TO Tab-Operador(WS-Insertar-Ix).
           MOVE "Y" TO WS-Hay-Cambios.

           MOVE WS-Monto-Num TO WS-Monto-Edit.
           DISPLAY "Salario de " FUNCTION TRIM(WS-Monto-Edit) " "
               Moneda " efectivo el " FechaEfectiva " ("
               FUNCTION TRIM(Motivo) ") registrado.".

      *> Fecha AAAA-MM-DD real (vacia = hoy). A diferencia de otras
      *> fechas del sistema, aqui una fecha futura si vale: es un
      *> cambio ya pactado que entra en vigor mas adelante.
       SolicitarFechaEfectiva.
           MOVE "N" TO WS-Fecha-Valida.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Fecha-Valida = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una fecha "
                       "efectiva valida, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Fecha efectiva (AAAA-MM-DD, vacia = hoy):"
               ACCEPT FechaEfectiva
               IF FechaEfectiva = SPACES THEN
                   MOVE FUNCTION CURRENT-DATE(1:4)
                       TO FechaEfectiva(1:4)
                   MOVE "-" TO FechaEfectiva(5:1)
                   MOVE FUNCTION CURRENT-DATE(5:2)
                       TO FechaEfectiva(6:2)
                   MOVE "-" TO FechaEfectiva(8:1)
                   MOVE FUNCTION CURRENT-DATE(7:2)
                       TO FechaEfectiva(9:2)
                   MOVE "Y" TO WS-Fecha-Valida
               ELSE
                   CALL "ValidarFecha" USING FechaEfectiva
                       WS-Fecha-Valida WS-Fecha-Motivo
                   IF WS-Fecha-Valida NOT = "Y" AND
                           FUNCTION TRIM(WS-Fecha-Motivo) =
                           "FECHA-FUTURA" THEN
                       MOVE "Y" TO WS-Fecha-Valida
                   END-IF
                   IF WS-Fecha-Valida NOT = "Y" THEN
                       DISPLAY "Error: fecha efectiva invalida ("
                           FUNCTION TRIM(WS-Fecha-Motivo) "), use "
                           "AAAA-MM-DD con mes y dia reales."
                   END-IF
               END-IF
           END-PERFORM.

      *> Salario mensual mayor que cero, con hasta dos decimales.
       SolicitarMonto.
           MOVE "N" TO WS-Dato-OK.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Dato-OK = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un monto "
                       "valido, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Salario mensual (ej. 15000.00):"
               ACCEPT MontoAlpha
               IF FUNCTION NUMVAL(MontoAlpha) <= 0 OR
                       FUNCTION NUMVAL(MontoAlpha) >= 10000000000 THEN
                   DISPLAY "Error: el monto debe ser un numero mayor "
                       "que cero y menor que 10,000,000,000."
               ELSE
                   MOVE FUNCTION NUMVAL(MontoAlpha) TO WS-Monto-Num
                   MOVE "Y" TO WS-Dato-OK
               END-IF
           END-PERFORM.

      *> Moneda en blanco es moneda base; cualquier otra tiene que
      *> tener tasa en TIPOSCAMBIO.DAT para poder convertirse.
       SolicitarMoneda.
           MOVE "N" TO WS-Dato-OK.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Dato-OK = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una moneda "
                       "valida, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Moneda (3 letras, en blanco = moneda base):"
               ACCEPT Moneda
               MOVE FUNCTION UPPER-CASE(Moneda) TO Moneda
               IF Moneda = SPACES THEN
                   MOVE "Y" TO WS-Dato-OK
               ELSE
                   PERFORM VARYING WS-Mon-Ix FROM 1 BY 1
                           UNTIL WS-Mon-Ix > WS-Monedas-Cuenta
                       IF Mon-Codigo(WS-Mon-Ix) = Moneda THEN
                           MOVE "Y" TO WS-Dato-OK
                       END-IF
                   END-PERFORM
                   IF WS-Dato-OK NOT = "Y" THEN
                       DISPLAY "Error: la moneda " Moneda " no tiene "
                           "tasa en " FUNCTION TRIM(WS-Tasas-Path)
                           "; registrela con MantenimientoTiposCambio."
                   END-IF
               END-IF
           END-PERFORM.

       SolicitarMotivo.
           MOVE SPACES TO Motivo.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL Motivo NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un motivo "
                       "valido, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Motivo del cambio:"
               DISPLAY "1. Ingreso"
               DISPLAY "2. Aumento"
               DISPLAY "3. Promocion"
               DISPLAY "4. Ajuste"
               DISPLAY "5. Correccion"
               ACCEPT WS-Motivo-Opcion
               EVALUATE WS-Motivo-Opcion
                   WHEN "1"
                       MOVE "INGRESO" TO Motivo
                   WHEN "2"
                       MOVE "AUMENTO" TO Motivo
                   WHEN "3"
                       MOVE "PROMOCION" TO Motivo
                   WHEN "4"
                       MOVE "AJUSTE" TO Motivo
                   WHEN "5"
                       MOVE "CORRECCION" TO Motivo
                   WHEN OTHER
                       DISPLAY "Error: motivo invalido, intente de "
                           "nuevo."
               END-EVALUATE
           END-PERFORM.

      *> Quita un registro del empleado en turno por su fecha
      *> efectiva: es para deshacer una captura equivocada, no para
      *> bajar un salario (eso es un registro nuevo con su motivo).
       AnularRegistro.
           PERFORM SolicitarFechaEfectiva.
           PERFORM BuscarRegistro.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: el empleado no tiene registro con "
                   "fecha efectiva " FechaEfectiva "."
               EXIT PARAGRAPH
           END-IF.
           MOVE Tab-Monto(WS-Encontrado-Ix) TO WS-Monto-Edit.
           DISPLAY "Se anula el registro del " FechaEfectiva ": "
               FUNCTION TRIM(WS-Monto-Edit) " "
               Tab-Moneda(WS-Encontrado-Ix) " ("
               FUNCTION TRIM(Tab-Motivo(WS-Encontrado-Ix)) ").".
           PERFORM VARYING WS-Comp-Ix FROM WS-Encontrado-Ix BY 1
                   UNTIL WS-Comp-Ix >= WS-Comp-Cuenta
               MOVE Comp-Entrada-Tab(WS-Comp-Ix + 1)
                   TO Comp-Entrada-Tab(WS-Comp-Ix)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Comp-Cuenta.
           MOVE "Y" TO WS-Hay-Cambios.

       ListarHistorial.
           MOVE 0 TO WS-Del-Empleado.
           DISPLAY "Historial de compensacion del empleado "
               WS-Emp-Key ":".
           PERFORM VARYING WS-Comp-Ix FROM 1 BY 1
                   UNTIL WS-Comp-Ix > WS-Comp-Cuenta
               IF Tab-EmpID(WS-Comp-Ix) = WS-Emp-Key THEN
                   ADD 1 TO WS-Del-Empleado
                   MOVE Tab-Monto(WS-Comp-Ix) TO WS-Monto-Edit
                   DISPLAY "  " Tab-Fecha(WS-Comp-Ix) "  "
                       WS-Monto-Edit " " Tab-Moneda(WS-Comp-Ix) "  "
                       Tab-Motivo(WS-Comp-Ix) " "
                       FUNCTION TRIM(Tab-Operador(WS-Comp-Ix))
               END-IF
           END-PERFORM.
           IF WS-Del-Empleado = 0 THEN
               DISPLAY "  (sin registros de salario)"
           END-IF.

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarCompensacion.
           IF WS-Hay-Cambios NOT = "Y" THEN
               DISPLAY "Sin cambios que guardar."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CompFile.
           IF WS-Comp-Status NOT = "00" THEN
               DISPLAY "Error grabando el historial de compensacion: "
                   WS-Comp-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Comp-Ix FROM 1 BY 1
                   UNTIL WS-Comp-Ix > WS-Comp-Cuenta
               MOVE Tab-EmpID(WS-Comp-Ix) TO Comp-EmpID
               MOVE ";" TO Comp-Sep1 Comp-Sep2 Comp-Sep3 Comp-Sep4
                   Comp-Sep5 Comp-Sep6
               MOVE Tab-Fecha(WS-Comp-Ix) TO Comp-FechaEfectiva
               MOVE Tab-Monto(WS-Comp-Ix) TO Comp-Monto
               MOVE Tab-Moneda(WS-Comp-Ix) TO Comp-Moneda
               MOVE Tab-Motivo(WS-Comp-Ix) TO Comp-Motivo
               MOVE Tab-Registrado(WS-Comp-Ix) TO Comp-Registrado
               MOVE Tab-Operador(WS-Comp-Ix) TO Comp-Operador
               WRITE Compensacion-Rec
           END-PERFORM.
           CLOSE CompFile.
           DISPLAY "Historial de compensacion guardado ("
               WS-Comp-Cuenta " registros).".

       END PROGRAM MantenimientoCompensacion.
