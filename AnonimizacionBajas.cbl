      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnonimizacionBajas.

      *> Corrida de retencion de datos personales. Un empleado dado
      *> de baja se queda en el maestro para siempre (para no perder
      *> historia ni re-usar el Emp-ID), pero con su nombre completo
      *> y su fecha de nacimiento, y lo mismo en el historial de
      *> movimientos y en cada respaldo fechado. Legal pide borrar
      *> los datos personales cuando la baja pasa el periodo de
      *> retencion, conservando lo que usan las estadisticas de
      *> rotacion y antiguedad: Emp-ID, departamento, fechas de
      *> ingreso y baja y motivo de la baja.
      *>
      *> Cada empleado "I" cuya Emp-FechaBaja tenga ya los anos de
      *> retencion cumplidos:
      *>   - se enmascara en el maestro (EnmascararEmpleado FORZAR:
      *>     nombre y apellidos ANONIMIZADO, nacimiento en espacios),
      *>     con su linea ANONIMIZACION en el historial y su entrada
      *>     del indice de busqueda al dia;
      *>   - se agrega a data/ANONIMIZADOS.DAT, la lista que respetan
      *>     el respaldo, la restauracion y el roster a fecha;
      *>   - se enmascaran sus valores de nombre, apellidos y fecha de
      *>     nacimiento en data/EMPMOVS.DAT (y el nombre de una
      *>     purga), sin tocar las demas lineas;
      *>   - se enmascara en cada respaldo data/EMPBACKUP.AAAAMMDD.DAT
      *>     de la ventana que consulta ReporteRosterAFecha; el
      *>     trailer solo cuenta detalles, asi que los controles
      *>     siguen balanceando.
      *> El historial y los respaldos se revisan contra la lista
      *> completa, no solo contra los de hoy: un respaldo viejo que se
      *> haya vuelto a copiar a data/ queda enmascarado en la
      *> siguiente corrida.
      *>
      *> Deja el certificado de la corrida en
      *> data/ANONIMIZACION.AAAAMMDD.RPT: quien se anonimizo (con lo
      *> que se conserva de cada uno) y cuanto se enmascaro en el
      *> historial y en los respaldos; una segunda corrida del mismo
      *> dia agrega sus paginas al final, no borra el certificado de
      *> la primera. Corre con el maestro reservado
      *> (CandadoMaestro), que es tambien lo que detiene a los demas
      *> escritores del historial mientras se regraba.
      *>
      *> El historial lleva cadena de control (CadenaAuditoria): antes
      *> de tocar nada se verifica, y si esta rota no se anonimiza
      *> (la regrabacion borraria la evidencia). Al enmascarar, las
      *> lineas cambiadas ya no cuadran con su sello, asi que la
      *> cadena se vuelve a calcular en la copia de trabajo (mismas
      *> secuencias, controles nuevos), queda registrada como la
      *> ultima verificacion buena y se deja una linea RECADENA en el
      *> historial con el control final de antes y el de despues.
      *>
      *> Uso: AnonimizacionBajas [anos de retencion]
      *>      (sin argumento: 5)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT AnonimizadosFile ASSIGN TO DYNAMIC WS-Ano-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Ano-Status.

           SELECT MovimientosFile ASSIGN TO DYNAMIC WS-Movs-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Movs-Status.

           SELECT RespaldoFile ASSIGN TO DYNAMIC WS-Respaldo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Respaldo-Status.

      *> Copia de trabajo del historial o del respaldo en turno:
      *> se escribe enmascarada y, si algo cambio, se copia de
      *> vuelta sobre el original.
           SELECT TrabajoFile ASSIGN TO DYNAMIC WS-Trabajo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Trabajo-Status.

           SELECT ReporteFile ASSIGN TO DYNAMIC WS-Reporte-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Reporte-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD AnonimizadosFile.
           COPY ANONIMIZADO.

       FD MovimientosFile.
           01 Movimiento-Rec PIC X(160).

       FD RespaldoFile.
           01 Respaldo-Rec PIC X(130).

       FD TrabajoFile.
           01 Trabajo-Rec PIC X(160).

       FD ReporteFile.
           01 Reporte-Linea PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-EOF PIC X VALUE "N".

           01 WS-Ano-Path PIC X(40) VALUE "data/ANONIMIZADOS.DAT".
           01 WS-Ano-Status PIC XX VALUE SPACES.

           01 WS-Movs-Path PIC X(40) VALUE "data/EMPMOVS.DAT".
           01 WS-Movs-Status PIC XX VALUE SPACES.

           01 WS-Respaldo-Path PIC X(40) VALUE SPACES.
           01 WS-Respaldo-Status PIC XX VALUE SPACES.

           01 WS-Trabajo-Path PIC X(40) VALUE SPACES.
           01 WS-Trabajo-Status PIC XX VALUE SPACES.

           01 WS-Reporte-Path PIC X(40) VALUE SPACES.
           01 WS-Reporte-Status PIC XX VALUE SPACES.

      *> Periodo de retencion y fecha de corte: se anonimiza la baja
      *> en o antes de hoy menos los anos de retencion (un 29 de
      *> febrero se corta el 28).
           01 WS-Arg-Linea PIC X(80) VALUE SPACES.
           01 WS-Anos PIC 9(2) VALUE 5.
           01 WS-Fecha-Corrida PIC X(8) VALUE SPACES.
           01 WS-Hoy PIC X(10) VALUE SPACES.
           01 WS-Corte PIC X(10) VALUE SPACES.
           01 WS-Corte-Anio PIC 9(4) VALUE 0.

      *> Empleados anonimizados en esta corrida, para la lista y el
      *> certificado. Si se llena, los que falten quedan para la
      *> siguiente corrida.
           01 WS-Anon-Cuenta PIC 9(4) VALUE 0.
           01 WS-Anon-Max PIC 9(4) VALUE 5000.
           01 Anon-Tabla.
               05 Anon-Entrada OCCURS 5000 TIMES.
                   10 Tab-EmpID PIC 9(6).
                   10 Tab-Departamento PIC X(20).
                   10 Tab-FechaIngreso PIC X(10).
                   10 Tab-FechaBaja PIC X(10).
                   10 Tab-MotivoBaja PIC X(12).
           01 WS-Anon-Ix PIC 9(4) VALUE 0.
           01 WS-Tabla-Llena PIC X VALUE "N".

      *> Registro de consulta para preguntar a EnmascararEmpleado por
      *> un Emp-ID del historial o de un respaldo.
           COPY EMPLOYEE REPLACING ==Employee-Rec== BY ==Consulta-Rec==
               LEADING ==Emp-== BY ==Con-==.
           01 WS-Masc-Operacion PIC X(6) VALUE SPACES.
           01 WS-Masc-Enmascarado PIC X VALUE "N".

      *> Linea del historial partida en sus campos; lo que sigue del
      *> valor nuevo (fecha/hora, programa, usuario) se copia igual.
           01 WS-Mov-ID PIC X(6) VALUE SPACES.
           01 WS-Mov-Campo-Linea PIC X(16) VALUE SPACES.
           01 WS-Mov-Anterior-Linea PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo-Linea PIC X(32) VALUE SPACES.
           01 WS-Mov-Resto PIC X(80) VALUE SPACES.
           01 WS-Mov-Puntero PIC 9(3) VALUE 1.
           01 WS-Linea-Cambia PIC X VALUE "N".
           01 WS-Hubo-Cambios PIC X VALUE "N".

      *> Cadena de control del historial: la linea en turno venia
      *> sellada o no, el control final de antes y la cadena nueva.
           COPY CADENA.
           01 WS-Mov-Sellada PIC X VALUE "N".
           01 WS-Cadena-Vieja-Control PIC 9(10) VALUE 0.
           01 WS-Cadena-Nueva-Sec PIC 9(8) VALUE 0.
           01 WS-Cadena-Nueva-Control PIC 9(10) VALUE 0.
           01 WS-Recadenado PIC X VALUE "N".
           01 WS-Rec-ID PIC 9(6) VALUE 0.
           01 WS-Rec-Campo PIC X(16) VALUE "RECADENA".
           01 WS-Rec-Anterior PIC X(32) VALUE SPACES.
           01 WS-Rec-Nuevo PIC X(32) VALUE SPACES.

      *> Movimiento propio de la corrida en el historial.
           01 WS-Mov-Campo PIC X(16) VALUE "ANONIMIZACION".
           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE "ANONIMIZADO".
           01 WS-Mov-Programa PIC X(14) VALUE "ANONIMIZACION".
           01 WS-Mov-Usuario PIC X(8) VALUE "(nadie)".

           01 WS-Ind-Operacion PIC X(6) VALUE "PONER".
           01 WS-Indice-OK PIC X VALUE "N".

           01 WS-Candado-Op PIC X(6) VALUE SPACES.
           01 WS-Candado-OK PIC X VALUE "N".
           01 WS-Candado-Dueno PIC X(40) VALUE SPACES.

      *> Ventana de respaldos: la misma que busca ReporteRosterAFecha
      *> hacia atras.
           01 WS-Dias-Ventana PIC 9(4) VALUE 3660.
           01 WS-Dia-Ix PIC 9(4) VALUE 0.
           01 WS-Hoy-Entero PIC 9(7) VALUE 0.
           01 WS-Fecha-Respaldo PIC 9(8) VALUE 0.

      *> Cuentas para el certificado.
           01 WS-Movs-Enmascarados PIC 9(6) VALUE 0.
           01 WS-Respaldos-Revisados PIC 9(4) VALUE 0.
           01 WS-Respaldos-Regrabados PIC 9(4) VALUE 0.
           01 WS-Detalles-Enmascarados PIC 9(6) VALUE 0.
           01 WS-Detalles-Respaldo PIC 9(6) VALUE 0.

      *> Impresion del certificado, mismo formato de pagina que los
      *> demas reportes.
           01 WS-Pagina PIC 9(4) VALUE 0.
           01 WS-Pagina-Edit PIC ZZZ9.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Cuenta-Edit PIC ZZZ,ZZ9.
           01 Linea-Trabajo PIC X(100) VALUE SPACES.
           01 Linea-Encabezado PIC X(100) VALUE SPACES.
           01 Linea-Detalle.
               05 Det-ID PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-Departamento PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-FechaIngreso PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-FechaBaja PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-MotivoBaja PIC X(12).

       PROCEDURE DIVISION.
       Anonimizar.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Corrida.
           STRING WS-Fecha-Corrida(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Corrida(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Corrida(7:2) DELIMITED BY SIZE
               INTO WS-Hoy
           END-STRING.
           PERFORM DeterminarCorte.

           DISPLAY "===== Anonimizacion de bajas con mas de " WS-Anos
               " anos (baja en o antes de " WS-Corte ") =====".

           MOVE "TOMAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.
           IF WS-Candado-OK NOT = "Y" THEN
               DISPLAY "Error: el maestro de empleados esta en uso "
                   "por " FUNCTION TRIM(WS-Candado-Dueno)
                   ", no se anonimiza nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VerificarHistorial.
           PERFORM AnonimizarMaestro.
           PERFORM AgregarAnonimizados.
           PERFORM EnmascararHistorial.
           PERFORM EnmascararRespaldos.

           PERFORM LiberarCandado.
           PERFORM ImprimirCertificado.

           DISPLAY "Empleados anonimizados:         " WS-Anon-Cuenta.
           DISPLAY "Lineas del historial enmascaradas: "
               WS-Movs-Enmascarados.
           DISPLAY "Respaldos regrabados:           "
               WS-Respaldos-Regrabados " de " WS-Respaldos-Revisados.
           DISPLAY "Certificado en " FUNCTION TRIM(WS-Reporte-Path).
           IF WS-Tabla-Llena = "Y" THEN
               DISPLAY "Aviso: se llego al tope de " WS-Anon-Max
                   " empleados por corrida; los demas se anonimizan "
                   "en la siguiente."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LiberarCandado.
           MOVE "SOLTAR" TO WS-Candado-Op.
           CALL "CandadoMaestro" USING WS-Candado-Op
               WS-Mov-Programa WS-Candado-OK WS-Candado-Dueno.

      *> Con la cadena del historial rota no se regraba nada: primero
      *> se aclara que paso (AuditoriaBitacoras).
       VerificarHistorial.
           MOVE "VERIFICAR" TO Cad-Operacion.
           MOVE WS-Movs-Path TO Cad-Ruta.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           IF Cad-Resultado NOT = "OK" AND Cad-Resultado NOT = "VA"
                   THEN
               DISPLAY "Error: la cadena de control del historial de "
                   "movimientos esta rota en la linea " Cad-Linea-Mala
                   ": " FUNCTION TRIM(Cad-Detalle)
               DISPLAY "No se anonimiza nada; revise con "
                   "AuditoriaBitacoras antes de seguir."
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Anos de retencion (1 a 99) y fecha de corte.
       DeterminarCorte.
           ACCEPT WS-Arg-Linea FROM COMMAND-LINE.
           IF WS-Arg-Linea NOT = SPACES THEN
               IF FUNCTION TRIM(WS-Arg-Linea) IS NOT NUMERIC OR
                       FUNCTION NUMVAL(WS-Arg-Linea) < 1 OR
                       FUNCTION NUMVAL(WS-Arg-Linea) > 99 THEN
                   DISPLAY "Error: anos de retencion invalidos '"
                       FUNCTION TRIM(WS-Arg-Linea) "', use de 1 a 99."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Arg-Linea) TO WS-Anos
           END-IF.

           MOVE WS-Hoy TO WS-Corte.
           COMPUTE WS-Corte-Anio = FUNCTION NUMVAL(WS-Hoy(1:4))
               - WS-Anos.
           MOVE WS-Corte-Anio TO WS-Corte(1:4).
           IF WS-Corte(6:5) = "02-29" THEN
               MOVE "02-28" TO WS-Corte(6:5)
           END-IF.

      *> Barre el maestro y enmascara cada baja que ya cumplio la
      *> retencion y no estaba anonimizada.
       AnonimizarMaestro.
           OPEN I-O EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Error abriendo el maestro de empleados: "
                   WS-Emp-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF.
           MOVE 1 TO WS-Emp-Key.
           START EmployeeFile KEY NOT < WS-Emp-Key
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RevisarEmpleado
               END-READ
           END-PERFORM.
           CLOSE EmployeeFile.

       RevisarEmpleado.
           IF Emp-Estado NOT = "I" OR Emp-FechaBaja = SPACES OR
                   Emp-FechaBaja > WS-Corte OR
                   Emp-Nombre = "ANONIMIZADO" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Anon-Cuenta >= WS-Anon-Max THEN
               MOVE "Y" TO WS-Tabla-Llena
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF.

           MOVE "FORZAR" TO WS-Masc-Operacion.
           CALL "EnmascararEmpleado" USING WS-Masc-Operacion
               Employee-Rec WS-Masc-Enmascarado.
           REWRITE Employee-Rec
               INVALID KEY
                   DISPLAY "Error regrabando el empleado " Emp-ID
                       ": " WS-Emp-Status
           END-REWRITE.
           IF WS-Emp-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-Anon-Cuenta.
           MOVE Emp-ID TO Tab-EmpID(WS-Anon-Cuenta).
           MOVE Emp-Departamento TO Tab-Departamento(WS-Anon-Cuenta).
           MOVE Emp-FechaIngreso TO Tab-FechaIngreso(WS-Anon-Cuenta).
           MOVE Emp-FechaBaja TO Tab-FechaBaja(WS-Anon-Cuenta).
           MOVE Emp-MotivoBaja TO Tab-MotivoBaja(WS-Anon-Cuenta).

           CALL "RegistrarMovimiento" USING Emp-ID WS-Mov-Campo
               WS-Mov-Anterior WS-Mov-Nuevo WS-Mov-Programa
               WS-Mov-Usuario.
           CALL "IndiceEmpleados" USING WS-Ind-Operacion
               Emp-ID Emp-Apellidos Emp-Departamento WS-Indice-OK.
           DISPLAY "Anonimizado el empleado " Emp-ID " (baja "
               Emp-FechaBaja ", " FUNCTION TRIM(Emp-MotivoBaja) ")".

      *> Agrega los de hoy a la lista permanente, antes de revisar el
      *> historial y los respaldos, que se enmascaran contra ella.
       AgregarAnonimizados.
           IF WS-Anon-Cuenta = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AnonimizadosFile.
           IF WS-Ano-Status = "35" THEN
               OPEN OUTPUT AnonimizadosFile
           END-IF.
           IF WS-Ano-Status NOT = "00" THEN
               DISPLAY "Error: no se pudo escribir la lista de "
                   "anonimizados: " WS-Ano-Status
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Anon-Ix FROM 1 BY 1
                   UNTIL WS-Anon-Ix > WS-Anon-Cuenta
               MOVE Tab-EmpID(WS-Anon-Ix) TO Ano-EmpID
               MOVE ";" TO Ano-Sep1 Ano-Sep2 Ano-Sep3 Ano-Sep4
               MOVE WS-Hoy TO Ano-Fecha
               MOVE Tab-FechaBaja(WS-Anon-Ix) TO Ano-FechaBaja
               MOVE Tab-MotivoBaja(WS-Anon-Ix) TO Ano-MotivoBaja
               MOVE Tab-Departamento(WS-Anon-Ix) TO Ano-Departamento
               WRITE Anonimizado-Rec
           END-PERFORM.
           CLOSE AnonimizadosFile.

      *> Historial de movimientos: cada valor de nombre, apellidos o
      *> fecha de nacimiento de un anonimizado se reemplaza por el
      *> valor enmascarado. Se escribe a una copia de trabajo y solo
      *> si algo cambio se copia de vuelta.
       EnmascararHistorial.
           MOVE "data/EMPMOVS.TMP" TO WS-Trabajo-Path.
           OPEN INPUT MovimientosFile.
           IF WS-Movs-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error abriendo la copia de trabajo del "
                   "historial: " WS-Trabajo-Status
               CLOSE MovimientosFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-Hubo-Cambios.
           MOVE 0 TO WS-Cadena-Vieja-Control WS-Cadena-Nueva-Sec
               WS-Cadena-Nueva-Control.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MovimientosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM QuitarSello
                       PERFORM EnmascararMovimiento
                       PERFORM ResellarMovimiento
                       WRITE Trabajo-Rec
               END-READ
           END-PERFORM.
           CLOSE MovimientosFile.
           CLOSE TrabajoFile.

           IF WS-Hubo-Cambios = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TrabajoFile.
           OPEN OUTPUT MovimientosFile.
           IF WS-Movs-Status NOT = "00" THEN
               DISPLAY "Error regrabando el historial de "
                   "movimientos: " WS-Movs-Status
               CLOSE TrabajoFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TrabajoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE Trabajo-Rec TO Movimiento-Rec
                       WRITE Movimiento-Rec
               END-READ
           END-PERFORM.
           CLOSE TrabajoFile.
           CLOSE MovimientosFile.
           IF WS-Cadena-Nueva-Sec > 0 THEN
               PERFORM RegistrarRecadena
           END-IF.

      *> Separa el sello de la linea leida: el enmascarado trabaja
      *> sobre el texto y la linea se vuelve a sellar despues. Las
      *> lineas de antes de la cadena siguen sin sello.
       QuitarSello.
           MOVE "SEPARAR" TO Cad-Operacion.
           MOVE Movimiento-Rec TO Cad-Linea.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE Cad-Sellada TO WS-Mov-Sellada.
           IF WS-Mov-Sellada = "Y" THEN
               MOVE Cad-Linea-Control TO WS-Cadena-Vieja-Control
               MOVE SPACES TO Movimiento-Rec
               MOVE Cad-Linea(1:Cad-Largo-Texto) TO Movimiento-Rec
           END-IF.

       ResellarMovimiento.
           IF WS-Mov-Sellada NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Trabajo-Rec TO Cad-Linea.
           MOVE WS-Cadena-Nueva-Sec TO Cad-Secuencia.
           MOVE WS-Cadena-Nueva-Control TO Cad-Control.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE Cad-Secuencia TO WS-Cadena-Nueva-Sec.
           MOVE Cad-Control TO WS-Cadena-Nueva-Control.
           MOVE SPACES TO Trabajo-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Trabajo-Rec
           END-STRING.

      *> La cadena regrabada queda como la ultima verificacion buena
      *> y el historial dice, en su propia linea, que se recalculo:
      *> control final de antes y de despues.
       RegistrarRecadena.
           MOVE "ANCLAR" TO Cad-Operacion.
           MOVE WS-Movs-Path TO Cad-Ruta.
           MOVE WS-Cadena-Nueva-Sec TO Cad-Secuencia.
           MOVE WS-Cadena-Nueva-Control TO Cad-Control.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           IF Cad-Resultado NOT = "OK" THEN
               DISPLAY "Aviso: no se pudo registrar la cadena nueva "
                   "del historial: " FUNCTION TRIM(Cad-Detalle)
           END-IF.
           MOVE WS-Cadena-Vieja-Control TO WS-Rec-Anterior.
           MOVE WS-Cadena-Nueva-Control TO WS-Rec-Nuevo.
           CALL "RegistrarMovimiento" USING WS-Rec-ID WS-Rec-Campo
               WS-Rec-Anterior WS-Rec-Nuevo WS-Mov-Programa
               WS-Mov-Usuario.
           MOVE "Y" TO WS-Recadenado.

       EnmascararMovimiento.
           MOVE Movimiento-Rec TO Trabajo-Rec.
           MOVE SPACES TO WS-Mov-ID WS-Mov-Campo-Linea
               WS-Mov-Anterior-Linea WS-Mov-Nuevo-Linea WS-Mov-Resto.
           MOVE 1 TO WS-Mov-Puntero.
           UNSTRING Movimiento-Rec DELIMITED BY ";"
               INTO WS-Mov-ID WS-Mov-Campo-Linea
                   WS-Mov-Anterior-Linea WS-Mov-Nuevo-Linea
               WITH POINTER WS-Mov-Puntero
           END-UNSTRING.
           IF WS-Mov-ID IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Mov-Campo-Linea NOT = "NOMBRE" AND
                   WS-Mov-Campo-Linea NOT = "APELLIDOS" AND
                   WS-Mov-Campo-Linea NOT = "FECHA-NACIMIENTO" AND
                   WS-Mov-Campo-Linea NOT = "PURGA" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ConsultarAnonimizado.
           IF WS-Masc-Enmascarado NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-Linea-Cambia.
           IF WS-Mov-Campo-Linea = "FECHA-NACIMIENTO" THEN
               IF WS-Mov-Anterior-Linea NOT = SPACES OR
                       WS-Mov-Nuevo-Linea NOT = SPACES THEN
                   MOVE SPACES TO WS-Mov-Anterior-Linea
                       WS-Mov-Nuevo-Linea
                   MOVE "Y" TO WS-Linea-Cambia
               END-IF
           ELSE
               IF WS-Mov-Anterior-Linea NOT = SPACES AND
                       WS-Mov-Anterior-Linea NOT = "ANONIMIZADO" THEN
                   MOVE "ANONIMIZADO" TO WS-Mov-Anterior-Linea
                   MOVE "Y" TO WS-Linea-Cambia
               END-IF
               IF WS-Mov-Nuevo-Linea NOT = SPACES AND
                       WS-Mov-Nuevo-Linea NOT = "ANONIMIZADO" THEN
                   MOVE "ANONIMIZADO" TO WS-Mov-Nuevo-Linea
                   MOVE "Y" TO WS-Linea-Cambia
               END-IF
           END-IF.
           IF WS-Linea-Cambia = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-Mov-Puntero <= 160 THEN
               MOVE Movimiento-Rec(WS-Mov-Puntero:) TO WS-Mov-Resto
           END-IF.
           MOVE SPACES TO Trabajo-Rec.
           STRING WS-Mov-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mov-Campo-Linea) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mov-Anterior-Linea) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mov-Nuevo-Linea) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mov-Resto) DELIMITED BY SIZE
               INTO Trabajo-Rec
           END-STRING.
           MOVE "Y" TO WS-Hubo-Cambios.
           ADD 1 TO WS-Movs-Enmascarados.

      *> Pregunta por el Emp-ID de la linea en turno contra la lista
      *> de anonimizados.
       ConsultarAnonimizado.
           MOVE SPACES TO Consulta-Rec.
           MOVE WS-Mov-ID TO Con-ID.
           MOVE "BUSCAR" TO WS-Masc-Operacion.
           CALL "EnmascararEmpleado" USING WS-Masc-Operacion
               Consulta-Rec WS-Masc-Enmascarado.

      *> Cada respaldo fechado de la ventana, del mas nuevo al mas
      *> viejo; el que no existe se salta.
       EnmascararRespaldos.
           MOVE "data/EMPBACKUP.TMP" TO WS-Trabajo-Path.
           COMPUTE WS-Hoy-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Fecha-Corrida)).
           PERFORM VARYING WS-Dia-Ix FROM 0 BY 1
                   UNTIL WS-Dia-Ix > WS-Dias-Ventana
               COMPUTE WS-Fecha-Respaldo = FUNCTION DATE-OF-INTEGER(
                   WS-Hoy-Entero - WS-Dia-Ix)
               MOVE SPACES TO WS-Respaldo-Path
               STRING "data/EMPBACKUP." DELIMITED BY SIZE
                   WS-Fecha-Respaldo DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-Respaldo-Path
               END-STRING
               OPEN INPUT RespaldoFile
               IF WS-Respaldo-Status = "00" THEN
                   ADD 1 TO WS-Respaldos-Revisados
                   PERFORM EnmascararRespaldo
               END-IF
           END-PERFORM.

       EnmascararRespaldo.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error abriendo la copia de trabajo del "
                   "respaldo: " WS-Trabajo-Status
               CLOSE RespaldoFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-Detalles-Respaldo.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RespaldoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE Respaldo-Rec TO Trabajo-Rec
                       IF Respaldo-Rec(1:1) = "D" THEN
                           PERFORM EnmascararDetalleRespaldo
                       END-IF
                       WRITE Trabajo-Rec
               END-READ
           END-PERFORM.
           CLOSE RespaldoFile.
           CLOSE TrabajoFile.

           IF WS-Detalles-Respaldo = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TrabajoFile.
           OPEN OUTPUT RespaldoFile.
           IF WS-Respaldo-Status NOT = "00" THEN
               DISPLAY "Error regrabando el respaldo "
                   FUNCTION TRIM(WS-Respaldo-Path) ": "
                   WS-Respaldo-Status
               CLOSE TrabajoFile
               PERFORM LiberarCandado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TrabajoFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE Trabajo-Rec TO Respaldo-Rec
                       WRITE Respaldo-Rec
               END-READ
           END-PERFORM.
           CLOSE TrabajoFile.
           CLOSE RespaldoFile.
           ADD 1 TO WS-Respaldos-Regrabados.
           ADD WS-Detalles-Respaldo TO WS-Detalles-Enmascarados.

      *> Un detalle ya enmascarado se deja como esta.
       EnmascararDetalleRespaldo.
           MOVE Respaldo-Rec(2:127) TO Consulta-Rec.
           IF Con-Nombre = "ANONIMIZADO" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "BUSCAR" TO WS-Masc-Operacion.
           CALL "EnmascararEmpleado" USING WS-Masc-Operacion
               Consulta-Rec WS-Masc-Enmascarado.
           IF WS-Masc-Enmascarado = "Y" THEN
               MOVE Consulta-Rec TO Trabajo-Rec(2:127)
               ADD 1 TO WS-Detalles-Respaldo
           END-IF.

      *> Certificado de la corrida: una pagina de encabezado con el
      *> criterio, la lista de anonimizados con lo que se conserva de
      *> cada uno, y el cierre con las cuentas del historial y de los
      *> respaldos.
       ImprimirCertificado.
           MOVE SPACES TO WS-Reporte-Path.
           STRING "data/ANONIMIZACION." DELIMITED BY SIZE
               WS-Fecha-Corrida DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Reporte-Path
           END-STRING.
           OPEN EXTEND ReporteFile.
           IF WS-Reporte-Status = "35" THEN
               OPEN OUTPUT ReporteFile
           END-IF.
           IF WS-Reporte-Status NOT = "00" THEN
               DISPLAY "Error abriendo el certificado "
                   FUNCTION TRIM(WS-Reporte-Path) ": "
                   WS-Reporte-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM NuevaPagina.

           IF WS-Anon-Cuenta = 0 THEN
               MOVE "Ninguna baja cumplio el periodo de retencion en "
                   TO Linea-Trabajo
               MOVE "esta corrida." TO Linea-Trabajo(49:13)
               PERFORM EscribirLineaReporte
           END-IF.
           PERFORM VARYING WS-Anon-Ix FROM 1 BY 1
                   UNTIL WS-Anon-Ix > WS-Anon-Cuenta
               MOVE Tab-EmpID(WS-Anon-Ix) TO Det-ID
               MOVE Tab-Departamento(WS-Anon-Ix) TO Det-Departamento
               MOVE Tab-FechaIngreso(WS-Anon-Ix) TO Det-FechaIngreso
               MOVE Tab-FechaBaja(WS-Anon-Ix) TO Det-FechaBaja
               MOVE Tab-MotivoBaja(WS-Anon-Ix) TO Det-MotivoBaja
               MOVE Linea-Detalle TO Linea-Trabajo
               PERFORM EscribirLineaReporte
           END-PERFORM.

           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE WS-Anon-Cuenta TO WS-Cuenta-Edit.
           STRING "EMPLEADOS ANONIMIZADOS EN EL MAESTRO: "
               DELIMITED BY SIZE
               WS-Cuenta-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           MOVE WS-Movs-Enmascarados TO WS-Cuenta-Edit.
           STRING "LINEAS ENMASCARADAS EN EL HISTORIAL DE MOVIMIENTOS: "
               DELIMITED BY SIZE
               WS-Cuenta-Edit DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           IF WS-Recadenado = "Y" THEN
               MOVE SPACES TO Linea-Trabajo
               STRING "CADENA DE CONTROL DEL HISTORIAL RECALCULADA: "
                       DELIMITED BY SIZE
                   "CONTROL " DELIMITED BY SIZE
                   WS-Cadena-Vieja-Control DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-Cadena-Nueva-Control DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
               PERFORM EscribirLineaReporte
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           MOVE WS-Detalles-Enmascarados TO WS-Cuenta-Edit.
           STRING "REGISTROS ENMASCARADOS EN RESPALDOS: "
               DELIMITED BY SIZE
               WS-Cuenta-Edit DELIMITED BY SIZE
               "  (RESPALDOS REGRABADOS: " DELIMITED BY SIZE
               WS-Respaldos-Regrabados DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-Respaldos-Revisados DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           STRING "Se certifica que el nombre, los apellidos y la "
                   DELIMITED BY SIZE
               "fecha de nacimiento de los empleados" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           STRING "listados se eliminaron del maestro, del historial "
                   DELIMITED BY SIZE
               "de movimientos y de los respaldos" DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           STRING "del maestro en esta fecha (" DELIMITED BY SIZE
               WS-Hoy DELIMITED BY SIZE
               "). Se conservan el Emp-ID, el departamento, las"
                   DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE "fechas de ingreso y baja y el motivo de la baja."
               TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

           PERFORM RellenarPagina.
           CLOSE ReporteFile.

       NuevaPagina.
           PERFORM RellenarPagina.
           ADD 1 TO WS-Pagina.
           MOVE WS-Pagina TO WS-Pagina-Edit.

           MOVE SPACES TO Linea-Encabezado.
           STRING "CERTIFICADO DE ANONIMIZACION DE BAJAS"
               DELIMITED BY SIZE
               "   FECHA: " DELIMITED BY SIZE
               WS-Hoy DELIMITED BY SIZE
               "   PAGINA " DELIMITED BY SIZE
               WS-Pagina-Edit DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           STRING "RETENCION: " DELIMITED BY SIZE
               WS-Anos DELIMITED BY SIZE
               " ANOS   BAJAS EN O ANTES DE: " DELIMITED BY SIZE
               WS-Corte DELIMITED BY SIZE
               INTO Linea-Encabezado
           END-STRING.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           MOVE "ID      DEPARTAMENTO" TO Linea-Encabezado.
           MOVE "INGRESO" TO Linea-Encabezado(31:7).
           MOVE "BAJA" TO Linea-Encabezado(43:4).
           MOVE "MOTIVO" TO Linea-Encabezado(55:6).
           PERFORM EscribirLineaEncabezado.

           MOVE SPACES TO Linea-Encabezado.
           PERFORM EscribirLineaEncabezado.

       EscribirLineaEncabezado.
           MOVE Linea-Encabezado TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

       RellenarPagina.
           IF WS-Pagina > 0 THEN
               PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
                   MOVE SPACES TO Reporte-Linea
                   WRITE Reporte-Linea
                   ADD 1 TO WS-Linea-En-Pagina
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-Linea-En-Pagina.

       EscribirLineaReporte.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido THEN
               PERFORM NuevaPagina
           END-IF.
           MOVE Linea-Trabajo TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.
           MOVE SPACES TO Linea-Trabajo.

       END PROGRAM AnonimizacionBajas.
