      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoVacaciones.

      *> Captura de vacaciones y permisos de un empleado
      *> (data/VACACIONES.DAT, layout en copybooks/VACACION.cpy): los
      *> dias tomados con su tipo y sus fechas, los ajustes de saldo
      *> (el saldo inicial que viene de la hoja de calculo de RH, o
      *> una correccion) y la anulacion de un registro capturado por
      *> error. El abono mensual no se captura aqui: lo escribe
      *> AcumulacionVacaciones. Como los demas mantenimientos, el
      *> archivo completo se carga a una tabla, se edita en memoria y
      *> solo se regraba al guardar, con el candado de CandadoMaestro
      *> tomado para no pisarse con la corrida de acumulacion ni con
      *> otro operador.
      *>
      *> Cada permiso se valida contra el maestro y el calendario:
      *> fechas reales con ValidarFecha (pueden ser futuras, unas
      *> vacaciones se piden por adelantado), no antes del ingreso
      *> del empleado, no despues de su baja si esta dado de baja,
      *> el primer dia tiene que ser habil segun DiaHabil, y los dias
      *> del permiso son los dias habiles entre inicio y fin. Dos
      *> permisos del mismo empleado no se pueden encimar. Unas
      *> vacaciones que dejan el saldo en negativo se avisan pero se
      *> aceptan (RH decide); ReporteVacaciones las marca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VacFile ASSIGN TO DYNAMIC WS-Vac-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Vac-Status.

      *> Mismo maestro RELATIVE que escribe ProgramaRodas; aqui solo
      *> se lee el empleado por su llave.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE RANDOM
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

       DATA DIVISION.
       FILE SECTION.
       FD VacFile.
           COPY VACACION.

       FD EmployeeFile.
           COPY EMPLOYEE.

       WORKING-STORAGE SECTION.
           01 WS-Vac-Path PIC X(40) VALUE "data/VACACIONES.DAT".
           01 WS-Vac-Status PIC XX VALUE SPACES.
           01 WS-Vac-EOF PIC X VALUE "N".

           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.

      *> Tabla en memoria con el archivo completo (todos los
      *> empleados), en orden de Emp-ID y fecha de inicio.
           01 WS-Vac-Cuenta PIC 9(5) VALUE 0.
           01 WS-Vac-Max PIC 9(5) VALUE 20000.
           01 Vac-Tabla.
               05 Vac-Entrada-Tab OCCURS 20000 TIMES.
                   10 Tab-EmpID PIC 9(6).
                   10 Tab-Inicio PIC X(10).
                   10 Tab-Fin PIC X(10).
                   10 Tab-Tipo PIC X(12).
                   10 Tab-Dias PIC S9(3)V9(2).
                   10 Tab-Periodo PIC X(7).
                   10 Tab-Registrado PIC X(21).
                   10 Tab-Operador PIC X(8).
           01 WS-Vac-Ix PIC 9(5) VALUE 0.
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
           01 WS-Emp-Baja PIC X(10) VALUE SPACES.

      *> Captura en turno. El operador es el usuario que firmo al
      *> arrancar, y firma cada registro que se agrega.
           01 Operador PIC X(8) VALUE SPACES.
           01 FechaInicio PIC X(10) VALUE SPACES.
           01 FechaFin PIC X(10) VALUE SPACES.
           01 TipoPermiso PIC X(12) VALUE SPACES.
           01 DiasAlpha PIC X(10) VALUE SPACES.
           01 WS-Dias PIC S9(3)V9(2) VALUE 0.
           01 WS-Dias-Edit PIC -ZZ9.99.
           01 WS-Tipo-Opcion PIC X(1) VALUE SPACES.
           01 WS-Confirma PIC X(1) VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.

      *> Captura de una fecha con su etiqueta, y la fecha de hoy.
           01 WS-Fecha-Captura PIC X(10) VALUE SPACES.
           01 WS-Fecha-Etiqueta PIC X(40) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Hoy PIC X(10) VALUE SPACES.

      *> Conteo de dias habiles del permiso con el calendario: se
      *> recorre dia por dia de inicio a fin (un permiso no pasa de
      *> un anio).
           01 WS-Dia-Habil PIC X VALUE "N".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.
           01 WS-Dia-Fecha PIC X(10) VALUE SPACES.
           01 WS-AAAAMMDD PIC X(8) VALUE SPACES.
           01 WS-Dia-Num PIC 9(8) VALUE 0.
           01 WS-Dia-Alpha PIC X(8) VALUE SPACES.
           01 WS-Inicio-Entero PIC 9(7) VALUE 0.
           01 WS-Fin-Entero PIC 9(7) VALUE 0.
           01 WS-Dia-Entero PIC 9(7) VALUE 0.
           01 WS-Max-Dias-Rango PIC 9(3) VALUE 366.
           01 WS-Dias-Habiles PIC 9(3) VALUE 0.

      *> Saldo del empleado (suma de todos sus movimientos).
           01 WS-Saldo PIC S9(5)V9(2) VALUE 0.
           01 WS-Saldo-Edit PIC -(4)9.99.

           01 WS-Opcion-Alpha PIC X(1) VALUE SPACES.
           01 WS-Termina PIC X VALUE "N".
           01 WS-Hay-Cambios PIC X VALUE "N".

      *> Tope de reintentos, igual que en los otros mantenimientos.
           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.
           01 WS-Intentos-Menu PIC 9(3) VALUE 0.

      *> Firma del operador (IniciarSesion) al arrancar. Los
      *> permisos los captura RH (RHCAPTURA o RHSUPERVISOR); los
      *> ajustes de saldo solo RHSUPERVISOR; los demas roles no
      *> entran.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTVACACIONES".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Ajustar PIC X VALUE "N".

      *> Candado de escritor unico del maestro, el mismo que toman
      *> los demas programas que actualizan datos del empleado.
           01 WS-Mov-Programa PIC X(14) VALUE "MANTVACACIONES".
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
                   MOVE "Y" TO WS-Puede-Ajustar
               WHEN "RHCAPTURA"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                       " no tiene acceso a las vacaciones."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Hoy(1:4).
           MOVE "-" TO WS-Hoy(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-Hoy(6:2).
           MOVE "-" TO WS-Hoy(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-Hoy(9:2).

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
           PERFORM CargarVacaciones.
           PERFORM ListarMovimientos.

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

      *> El empleado tiene que existir en el maestro; se guardan su
      *> ingreso, estado y baja para validar las fechas.
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
           MOVE Emp-FechaBaja TO WS-Emp-Baja.
           CLOSE EmployeeFile.

           DISPLAY "Empleado " WS-Emp-Key ": "
               FUNCTION TRIM(WS-Emp-Nombre) " "
               FUNCTION TRIM(WS-Emp-Apellidos) " ("
               FUNCTION TRIM(WS-Emp-Depto) ", ingreso "
               WS-Emp-Ingreso ")".
           EVALUATE TRUE
               WHEN WS-Emp-Estado = "I"
                   DISPLAY "Aviso: el empleado esta dado de baja "
                       "desde " WS-Emp-Baja "; solo se aceptan "
                       "permisos hasta esa fecha."
               WHEN WS-Emp-Estado = "P" AND WS-Emp-Ingreso > WS-Hoy
                   DISPLAY "Aviso: el empleado todavia no ingresa ("
                       WS-Emp-Ingreso "); no tiene saldo hasta su "
                       "primer abono."
           END-EVALUATE.

      *> Carga el archivo completo a la tabla. Si todavia no existe,
      *> se arranca vacio y se crea al guardar.
       CargarVacaciones.
           MOVE "N" TO WS-Vac-EOF.
           MOVE 0 TO WS-Vac-Cuenta.

           OPEN INPUT VacFile.
           IF WS-Vac-Status = "35" THEN
               DISPLAY "Aviso: no existe el archivo de vacaciones, "
                   "se crea al guardar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Vac-Status NOT = "00" THEN
               DISPLAY "Error abriendo el archivo de vacaciones: "
                   WS-Vac-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Vac-EOF = "Y"
               READ VacFile
                   AT END
                       MOVE "Y" TO WS-Vac-EOF
                   NOT AT END
                       PERFORM GuardarEnTabla
               END-READ
           END-PERFORM.
           CLOSE VacFile.

      *> Una tabla llena no puede regrabarse sin perder registros:
      *> se aborta en vez de guardar un archivo recortado.
       GuardarEnTabla.
           IF Vacacion-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Vac-Cuenta >= WS-Vac-Max THEN
               DISPLAY "Error: el archivo de vacaciones pasa de "
                   WS-Vac-Max " registros, no cabe en la tabla."
               CLOSE VacFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Vac-Cuenta.
           MOVE Vac-EmpID TO Tab-EmpID(WS-Vac-Cuenta).
           MOVE Vac-FechaInicio TO Tab-Inicio(WS-Vac-Cuenta).
           MOVE Vac-FechaFin TO Tab-Fin(WS-Vac-Cuenta).
           MOVE Vac-Tipo TO Tab-Tipo(WS-Vac-Cuenta).
           MOVE Vac-Dias TO Tab-Dias(WS-Vac-Cuenta).
           MOVE Vac-Periodo TO Tab-Periodo(WS-Vac-Cuenta).
           MOVE Vac-Registrado TO Tab-Registrado(WS-Vac-Cuenta).
           MOVE Vac-Operador TO Tab-Operador(WS-Vac-Cuenta).

       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           DISPLAY "1. Registrar permiso (vacaciones u otro)"
           IF WS-Puede-Ajustar = "Y" THEN
               DISPLAY "2. Registrar ajuste de saldo"
           END-IF
           DISPLAY "3. Anular registro capturado por error"
           DISPLAY "4. Listar movimientos y saldo del empleado"
           DISPLAY "5. Guardar cambios y salir"
           DISPLAY "6. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Ajustar NOT = "Y" AND WS-Opcion-Alpha = "2"
                   THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
                   PERFORM RegistrarPermiso
               WHEN "2"
                   PERFORM RegistrarAjuste
               WHEN "3"
                   PERFORM AnularRegistro
               WHEN "4"
                   PERFORM ListarMovimientos
               WHEN "5"
                   PERFORM GrabarVacaciones
                   MOVE "Y" TO WS-Termina
               WHEN "6"
                   IF WS-Hay-Cambios = "Y" THEN
                       DISPLAY "Se descartan los cambios sin guardar."
                   END-IF
                   MOVE "Y" TO WS-Termina
               WHEN OTHER
                   DISPLAY "Error: opcion invalida, intente de nuevo."
           END-EVALUATE.

      *> Alta de un permiso: fechas validadas contra el maestro y el
      *> calendario, dias habiles contados, sin encimarse con otro
      *> permiso del empleado, y el registro se inserta en su lugar.
       RegistrarPermiso.
           IF WS-Vac-Cuenta >= WS-Vac-Max THEN
               DISPLAY "Error: el archivo de vacaciones esta lleno, "
                   "no se puede agregar."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Fecha de inicio" TO WS-Fecha-Etiqueta.
           PERFORM SolicitarFecha.
           MOVE WS-Fecha-Captura TO FechaInicio.
           MOVE "Fecha de fin (vacia = mismo dia)"
               TO WS-Fecha-Etiqueta.
           PERFORM SolicitarFecha.
           MOVE WS-Fecha-Captura TO FechaFin.
           IF FechaFin = SPACES THEN
               MOVE FechaInicio TO FechaFin
           END-IF.

           IF FechaInicio < WS-Emp-Ingreso THEN
               DISPLAY "Error: el permiso empieza antes del ingreso "
                   "del empleado (" WS-Emp-Ingreso ")."
               EXIT PARAGRAPH
           END-IF.
           IF FechaFin < FechaInicio THEN
               DISPLAY "Error: la fecha de fin es anterior a la de "
                   "inicio."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Emp-Estado = "I" AND WS-Emp-Baja NOT = SPACES AND
                   FechaFin > WS-Emp-Baja THEN
               DISPLAY "Error: el empleado esta dado de baja desde "
                   WS-Emp-Baja "; el permiso no puede pasar de esa "
                   "fecha."
               EXIT PARAGRAPH
           END-IF.

           MOVE FechaInicio TO WS-Dia-Fecha.
           CALL "DiaHabil" USING WS-Dia-Fecha WS-Dia-Habil
               WS-Dia-Motivo.
           IF WS-Dia-Habil NOT = "Y" THEN
               DISPLAY "Error: el " FechaInicio " no es dia habil ("
                   FUNCTION TRIM(WS-Dia-Motivo) "); el permiso "
                   "empieza en un dia habil."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ContarDiasHabiles.
           IF WS-Dias-Habiles = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM BuscarEncimado.
           IF WS-Encontrado-Ix > 0 THEN
               DISPLAY "Error: se encima con el permiso "
                   FUNCTION TRIM(Tab-Tipo(WS-Encontrado-Ix)) " del "
                   Tab-Inicio(WS-Encontrado-Ix) " al "
                   Tab-Fin(WS-Encontrado-Ix) "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SolicitarTipo.
           MOVE WS-Dias-Habiles TO WS-Dias.

           IF TipoPermiso = "VACACIONES" THEN
               PERFORM CalcularSaldo
               COMPUTE WS-Saldo = WS-Saldo - WS-Dias
               IF WS-Saldo < 0 THEN
                   MOVE WS-Saldo TO WS-Saldo-Edit
                   DISPLAY "Aviso: con este permiso el saldo queda en "
                       FUNCTION TRIM(WS-Saldo-Edit) " dias; el "
                       "reporte de saldos lo marcara como negativo."
               END-IF
           END-IF.

           MOVE WS-Dias TO WS-Dias-Edit.
           DISPLAY FUNCTION TRIM(TipoPermiso) " del " FechaInicio
               " al " FechaFin ": " FUNCTION TRIM(WS-Dias-Edit)
               " dias habiles. Registrar? (S/N)".
           ACCEPT WS-Confirma.
           IF FUNCTION UPPER-CASE(WS-Confirma) NOT = "S" THEN
               DISPLAY "Permiso descartado."
               EXIT PARAGRAPH
           END-IF.

           PERFORM InsertarRegistro.
           DISPLAY "Permiso registrado.".

      *> Ajuste de saldo con signo en una fecha (vacia = hoy): el
      *> saldo inicial de cada empleado al arrancar el sistema, o una
      *> correccion autorizada por el supervisor.
       RegistrarAjuste.
           IF WS-Vac-Cuenta >= WS-Vac-Max THEN
               DISPLAY "Error: el archivo de vacaciones esta lleno, "
                   "no se puede agregar."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Fecha del ajuste (vacia = hoy)" TO WS-Fecha-Etiqueta.
           PERFORM SolicitarFecha.
           IF WS-Fecha-Captura = SPACES THEN
               MOVE WS-Hoy TO WS-Fecha-Captura
           END-IF.
           MOVE WS-Fecha-Captura TO FechaInicio.
           MOVE WS-Fecha-Captura TO FechaFin.
           IF FechaInicio < WS-Emp-Ingreso THEN
               DISPLAY "Error: el ajuste es anterior al ingreso del "
                   "empleado (" WS-Emp-Ingreso ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-Dias.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Dias NOT = 0
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un numero "
                       "de dias valido, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Dias del ajuste (con signo, p.ej. -2.5):"
               ACCEPT DiasAlpha
               IF FUNCTION NUMVAL(DiasAlpha) = 0 OR
                       FUNCTION ABS(FUNCTION NUMVAL(DiasAlpha))
                       > 999 THEN
                   DISPLAY "Error: los dias deben ser un numero "
                       "distinto de cero, de -999 a 999."
               ELSE
                   COMPUTE WS-Dias ROUNDED = FUNCTION NUMVAL(DiasAlpha)
               END-IF
           END-PERFORM.

           MOVE "AJUSTE" TO TipoPermiso.
           PERFORM InsertarRegistro.
           MOVE WS-Dias TO WS-Dias-Edit.
           DISPLAY "Ajuste de " FUNCTION TRIM(WS-Dias-Edit)
               " dias registrado el " FechaInicio ".".

      *> Inserta FechaInicio/FechaFin/TipoPermiso/WS-Dias del
      *> empleado en turno en su lugar (Emp-ID, fecha de inicio),
      *> para que el archivo quede siempre ordenado.
       InsertarRegistro.
           MOVE 1 TO WS-Insertar-Ix.
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               IF Tab-EmpID(WS-Vac-Ix) < WS-Emp-Key OR
                       (Tab-EmpID(WS-Vac-Ix) = WS-Emp-Key AND
                        Tab-Inicio(WS-Vac-Ix) <= FechaInicio) THEN
                   COMPUTE WS-Insertar-Ix = WS-Vac-Ix + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Vac-Ix FROM WS-Vac-Cuenta BY -1
                   UNTIL WS-Vac-Ix < WS-Insertar-Ix
               MOVE Vac-Entrada-Tab(WS-Vac-Ix)
                   TO Vac-Entrada-Tab(WS-Vac-Ix + 1)
           END-PERFORM.
           ADD 1 TO WS-Vac-Cuenta.

           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE WS-Emp-Key TO Tab-EmpID(WS-Insertar-Ix).
           MOVE FechaInicio TO Tab-Inicio(WS-Insertar-Ix).
           MOVE FechaFin TO Tab-Fin(WS-Insertar-Ix).
           MOVE TipoPermiso TO Tab-Tipo(WS-Insertar-Ix).
           MOVE WS-Dias TO Tab-Dias(WS-Insertar-Ix).
           MOVE SPACES TO Tab-Periodo(WS-Insertar-Ix).
           MOVE WS-Timestamp TO Tab-Registrado(WS-Insertar-Ix).
           MOVE Operador TO Tab-Operador(WS-Insertar-Ix).
           MOVE "Y" TO WS-Hay-Cambios.

      *> Fecha AAAA-MM-DD real con la etiqueta de WS-Fecha-Etiqueta;
      *> una fecha futura vale (permisos pedidos por adelantado).
      *> Vacia regresa espacios y quien llama decide que significa.
       SolicitarFecha.
           MOVE "N" TO WS-Fecha-Valida.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL WS-Fecha-Valida = "Y"
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin una fecha "
                       "valida, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY FUNCTION TRIM(WS-Fecha-Etiqueta)
                   " (AAAA-MM-DD):"
               ACCEPT WS-Fecha-Captura
               IF WS-Fecha-Captura = SPACES THEN
                   IF WS-Fecha-Etiqueta(1:15) = "Fecha de inicio"
                           THEN
                       DISPLAY "Error: la fecha de inicio es "
                           "obligatoria."
                   ELSE
                       MOVE "Y" TO WS-Fecha-Valida
                   END-IF
               ELSE
                   CALL "ValidarFecha" USING WS-Fecha-Captura
                       WS-Fecha-Valida WS-Fecha-Motivo
                   IF WS-Fecha-Valida NOT = "Y" AND
                           FUNCTION TRIM(WS-Fecha-Motivo) =
                           "FECHA-FUTURA" THEN
                       MOVE "Y" TO WS-Fecha-Valida
                   END-IF
                   IF WS-Fecha-Valida NOT = "Y" THEN
                       DISPLAY "Error: fecha invalida ("
                           FUNCTION TRIM(WS-Fecha-Motivo) "), use "
                           "AAAA-MM-DD con mes y dia reales."
                   END-IF
               END-IF
           END-PERFORM.

      *> Dias habiles de FechaInicio a FechaFin, ambos incluidos,
      *> preguntando al calendario por cada dia.
       ContarDiasHabiles.
           MOVE 0 TO WS-Dias-Habiles.
           MOVE FechaInicio TO WS-Dia-Fecha.
           PERFORM FechaAEntero.
           MOVE WS-Dia-Entero TO WS-Inicio-Entero.
           MOVE FechaFin TO WS-Dia-Fecha.
           PERFORM FechaAEntero.
           MOVE WS-Dia-Entero TO WS-Fin-Entero.
           IF WS-Fin-Entero - WS-Inicio-Entero >= WS-Max-Dias-Rango
                   THEN
               DISPLAY "Error: un permiso no puede pasar de "
                   WS-Max-Dias-Rango " dias naturales."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Dia-Entero FROM WS-Inicio-Entero BY 1
                   UNTIL WS-Dia-Entero > WS-Fin-Entero
               COMPUTE WS-Dia-Num =
                   FUNCTION DATE-OF-INTEGER(WS-Dia-Entero)
               MOVE WS-Dia-Num TO WS-Dia-Alpha
               MOVE WS-Dia-Alpha(1:4) TO WS-Dia-Fecha(1:4)
               MOVE "-" TO WS-Dia-Fecha(5:1)
               MOVE WS-Dia-Alpha(5:2) TO WS-Dia-Fecha(6:2)
               MOVE "-" TO WS-Dia-Fecha(8:1)
               MOVE WS-Dia-Alpha(7:2) TO WS-Dia-Fecha(9:2)
               CALL "DiaHabil" USING WS-Dia-Fecha WS-Dia-Habil
                   WS-Dia-Motivo
               IF WS-Dia-Habil = "Y" THEN
                   ADD 1 TO WS-Dias-Habiles
               END-IF
           END-PERFORM.
           IF WS-Dias-Habiles > 999 THEN
               MOVE 0 TO WS-Dias-Habiles
           END-IF.

      *> AAAA-MM-DD de WS-Dia-Fecha a entero de calendario.
       FechaAEntero.
           MOVE SPACES TO WS-AAAAMMDD.
           STRING WS-Dia-Fecha(1:4) DELIMITED BY SIZE
               WS-Dia-Fecha(6:2) DELIMITED BY SIZE
               WS-Dia-Fecha(9:2) DELIMITED BY SIZE
               INTO WS-AAAAMMDD
           END-STRING.
           COMPUTE WS-Dia-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AAAAMMDD)).

      *> Otro permiso del empleado (no un abono ni un ajuste) cuyo
      *> rango toque el rango capturado.
       BuscarEncimado.
           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               IF Tab-EmpID(WS-Vac-Ix) = WS-Emp-Key AND
                       Tab-Tipo(WS-Vac-Ix) NOT = "ACUMULACION" AND
                       Tab-Tipo(WS-Vac-Ix) NOT = "AJUSTE" AND
                       Tab-Inicio(WS-Vac-Ix) <= FechaFin AND
                       Tab-Fin(WS-Vac-Ix) >= FechaInicio THEN
                   MOVE WS-Vac-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SolicitarTipo.
           MOVE SPACES TO TipoPermiso.
           MOVE 0 TO WS-Intentos.
           PERFORM UNTIL TipoPermiso NOT = SPACES
               ADD 1 TO WS-Intentos
               IF WS-Intentos > WS-Max-Intentos THEN
                   DISPLAY "Error: demasiados intentos sin un tipo "
                       "valido, se aborta sin guardar."
                   PERFORM LiberarCandado
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Tipo de permiso:"
               DISPLAY "1. Vacaciones (descuenta del saldo)"
               DISPLAY "2. Enfermedad"
               DISPLAY "3. Personal"
               DISPLAY "4. Sin goce de sueldo"
               ACCEPT WS-Tipo-Opcion
               EVALUATE WS-Tipo-Opcion
                   WHEN "1"
                       MOVE "VACACIONES" TO TipoPermiso
                   WHEN "2"
                       MOVE "ENFERMEDAD" TO TipoPermiso
                   WHEN "3"
                       MOVE "PERSONAL" TO TipoPermiso
                   WHEN "4"
                       MOVE "SIN-GOCE" TO TipoPermiso
                   WHEN OTHER
                       DISPLAY "Error: tipo invalido, intente de "
                           "nuevo."
               END-EVALUATE
           END-PERFORM.

      *> Saldo del empleado con todo lo registrado: abonos y ajustes
      *> suman, vacaciones restan, los demas permisos no cuentan.
       CalcularSaldo.
           MOVE 0 TO WS-Saldo.
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               IF Tab-EmpID(WS-Vac-Ix) = WS-Emp-Key THEN
                   EVALUATE Tab-Tipo(WS-Vac-Ix)
                       WHEN "ACUMULACION"
                       WHEN "AJUSTE"
                           ADD Tab-Dias(WS-Vac-Ix) TO WS-Saldo
                       WHEN "VACACIONES"
                           SUBTRACT Tab-Dias(WS-Vac-Ix) FROM WS-Saldo
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Quita un registro del empleado en turno por su fecha de
      *> inicio: es para deshacer una captura equivocada. Los abonos
      *> de la corrida mensual no se anulan a mano (un abono de mas
      *> se corrige con un ajuste).
       AnularRegistro.
           MOVE "Fecha de inicio" TO WS-Fecha-Etiqueta.
           PERFORM SolicitarFecha.
           MOVE WS-Fecha-Captura TO FechaInicio.
           MOVE 0 TO WS-Encontrado-Ix.
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               IF Tab-EmpID(WS-Vac-Ix) = WS-Emp-Key AND
                       Tab-Inicio(WS-Vac-Ix) = FechaInicio AND
                       Tab-Tipo(WS-Vac-Ix) NOT = "ACUMULACION" THEN
                   MOVE WS-Vac-Ix TO WS-Encontrado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Encontrado-Ix = 0 THEN
               DISPLAY "Error: el empleado no tiene permiso ni ajuste "
                   "con fecha de inicio " FechaInicio "."
               EXIT PARAGRAPH
           END-IF.
           IF Tab-Tipo(WS-Encontrado-Ix) = "AJUSTE" AND
                   WS-Puede-Ajustar NOT = "Y" THEN
               DISPLAY "Error: un ajuste de saldo solo lo anula "
                   "RHSUPERVISOR."
               EXIT PARAGRAPH
           END-IF.
           MOVE Tab-Dias(WS-Encontrado-Ix) TO WS-Dias-Edit.
           DISPLAY "Se anula " FUNCTION TRIM(Tab-Tipo(WS-Encontrado-Ix))
               " del " Tab-Inicio(WS-Encontrado-Ix) " al "
               Tab-Fin(WS-Encontrado-Ix) " ("
               FUNCTION TRIM(WS-Dias-Edit) " dias). Confirma? (S/N)".
           ACCEPT WS-Confirma.
           IF FUNCTION UPPER-CASE(WS-Confirma) NOT = "S" THEN
               DISPLAY "Sin cambios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Vac-Ix FROM WS-Encontrado-Ix BY 1
                   UNTIL WS-Vac-Ix >= WS-Vac-Cuenta
               MOVE Vac-Entrada-Tab(WS-Vac-Ix + 1)
                   TO Vac-Entrada-Tab(WS-Vac-Ix)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Vac-Cuenta.
           MOVE "Y" TO WS-Hay-Cambios.

       ListarMovimientos.
           MOVE 0 TO WS-Del-Empleado.
           DISPLAY "Vacaciones y permisos del empleado "
               WS-Emp-Key ":".
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               IF Tab-EmpID(WS-Vac-Ix) = WS-Emp-Key THEN
                   ADD 1 TO WS-Del-Empleado
                   MOVE Tab-Dias(WS-Vac-Ix) TO WS-Dias-Edit
                   DISPLAY "  " Tab-Inicio(WS-Vac-Ix) " "
                       Tab-Fin(WS-Vac-Ix) "  " Tab-Tipo(WS-Vac-Ix)
                       " " WS-Dias-Edit "  "
                       FUNCTION TRIM(Tab-Operador(WS-Vac-Ix))
               END-IF
           END-PERFORM.
           IF WS-Del-Empleado = 0 THEN
               DISPLAY "  (sin movimientos)"
           END-IF.
           PERFORM CalcularSaldo.
           MOVE WS-Saldo TO WS-Saldo-Edit.
           DISPLAY "Saldo de vacaciones: " FUNCTION TRIM(WS-Saldo-Edit)
               " dias.".

      *> Regraba el archivo completo desde la tabla, ya ordenado.
       GrabarVacaciones.
           IF WS-Hay-Cambios NOT = "Y" THEN
               DISPLAY "Sin cambios que guardar."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VacFile.
           IF WS-Vac-Status NOT = "00" THEN
               DISPLAY "Error grabando el archivo de vacaciones: "
                   WS-Vac-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Vac-Ix FROM 1 BY 1
                   UNTIL WS-Vac-Ix > WS-Vac-Cuenta
               MOVE Tab-EmpID(WS-Vac-Ix) TO Vac-EmpID
               MOVE ";" TO Vac-Sep1 Vac-Sep2 Vac-Sep3 Vac-Sep4
                   Vac-Sep5 Vac-Sep6 Vac-Sep7
               MOVE Tab-Inicio(WS-Vac-Ix) TO Vac-FechaInicio
               MOVE Tab-Fin(WS-Vac-Ix) TO Vac-FechaFin
               MOVE Tab-Tipo(WS-Vac-Ix) TO Vac-Tipo
               MOVE Tab-Dias(WS-Vac-Ix) TO Vac-Dias
               MOVE Tab-Periodo(WS-Vac-Ix) TO Vac-Periodo
               MOVE Tab-Registrado(WS-Vac-Ix) TO Vac-Registrado
               MOVE Tab-Operador(WS-Vac-Ix) TO Vac-Operador
               WRITE Vacacion-Rec
           END-PERFORM.
           CLOSE VacFile.
           DISPLAY "Archivo de vacaciones guardado ("
               WS-Vac-Cuenta " registros).".

       END PROGRAM MantenimientoVacaciones.
