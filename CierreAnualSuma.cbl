      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreAnualSuma.

      *> Cierre de anio del acumulador de Suma
      *> (data/SUMAACUMULADO.DAT). Resume el anio por mes: corridas
      *> nocturnas contra ajustes de AjustesSuma por codigo de motivo,
      *> y deja el resumen en el historial permanente de anios
      *> cerrados (data/SUMAHISTORICO.DAT, layout en
      *> copybooks/SUMAHIST.cpy). Las lineas del anio salen del
      *> acumulador a su archivo de detalle
      *> (data/SUMAACUMULADO.AAAA.DAT, que ya no se toca) y el
      *> acumulador queda solo con el anio nuevo, encabezado por un
      *> registro de apertura (tipo "S", monto cero: el
      *> anio-a-la-fecha arranca de nuevo; la cola lleva el neto del
      *> anio cerrado). Desde ahi AjustesSuma no acepta ajustes a ese
      *> anio y ReporteMensualSuma lo toma del historial.
      *>
      *> El anio de un ajuste es el que el operador indico al
      *> postearlo (los ajustes de enero al anio anterior todavia
      *> abierto); esos entran al cierre en el mes "13". El cierre se
      *> niega si el anio ya esta en el historial, si es el anio en
      *> curso o si quedan lineas de un anio anterior sin cerrar
      *> (los anios se cierran en orden). Muestra el resumen y pide
      *> confirmacion antes de escribir nada; si en la cola de
      *> aprobacion (data/AJUSTESPENDIENTES.DAT) quedan ajustes al
      *> anio sin resolver lo avisa antes, porque despues del cierre
      *> ya no se podran postear.
      *>
      *> El acumulador lleva cadena de control (CadenaAuditoria): el
      *> cierre no se hace sobre una cadena rota, y como al sacar las
      *> lineas del anio la cadena vieja ya no se puede seguir, la
      *> reinicia en el registro de apertura, que guarda en su cola
      *> la secuencia y el control con que terminaba la anterior. Las
      *> lineas del anio pasan tal cual al archivo de detalle.
      *>
      *> Uso: CierreAnualSuma AAAA

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcumuladoFile ASSIGN TO DYNAMIC WS-Acumulado-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Acumulado-Status.

           SELECT HistoricoFile ASSIGN TO DYNAMIC WS-Historico-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Historico-Status.

           SELECT DetalleFile ASSIGN TO DYNAMIC WS-Detalle-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Detalle-Status.

      *> Archivo de trabajo con lo que queda en el acumulador; se
      *> copia de vuelta al final, igual que los rechazos de
      *> Condicionales.
           SELECT TrabajoFile ASSIGN TO DYNAMIC WS-Trabajo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Trabajo-Status.

           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Mismo layout que lee ReporteMensualSuma: fecha;monto de
      *> Suma y, en los ajustes, ;A;motivo;nota;operador;anio.
       FD AcumuladoFile.
           01 Acumulado-Rec.
               05 Acum-Fecha PIC X(10).
               05 Acum-Sep PIC X(1).
               05 Acum-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 Acum-Sep2 PIC X(1).
               05 Acum-Tipo PIC X(1).
               05 Acum-Cola PIC X(114).

       FD HistoricoFile.
           COPY SUMAHIST.

       FD DetalleFile.
           01 Detalle-Rec PIC X(140).

       FD TrabajoFile.
           01 Trabajo-Rec PIC X(140).

       FD PendientesFile.
           COPY AJUSTEPEND.

       WORKING-STORAGE SECTION.
           01 WS-Acumulado-Path PIC X(40)
               VALUE "data/SUMAACUMULADO.DAT".
           01 WS-Acumulado-Status PIC XX VALUE SPACES.
           01 WS-Acumulado-EOF PIC X VALUE "N".
           01 WS-Historico-Path PIC X(40)
               VALUE "data/SUMAHISTORICO.DAT".
           01 WS-Historico-Status PIC XX VALUE SPACES.
           01 WS-Historico-EOF PIC X VALUE "N".
           01 WS-Detalle-Path PIC X(40) VALUE SPACES.
           01 WS-Detalle-Status PIC XX VALUE SPACES.
           01 WS-Trabajo-Path PIC X(40)
               VALUE "data/SUMAACUMULADO.TMP".
           01 WS-Trabajo-Status PIC XX VALUE SPACES.
           01 WS-Trabajo-EOF PIC X VALUE "N".
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-Pend-EOF PIC X VALUE "N".
           01 WS-Pend-Anio PIC 9(6) VALUE 0.

      *> Anio a cerrar y anio en curso.
           01 WS-Arg-Anio PIC X(20) VALUE SPACES.
           01 WS-Anio PIC X(4) VALUE SPACES.
           01 WS-Anio-Num PIC 9(4) VALUE 0.
           01 WS-Anio-Siguiente PIC 9(4) VALUE 0.
           01 WS-Anio-Hoy PIC X(4) VALUE SPACES.
           01 WS-Ultimo-Cerrado PIC X(4) VALUE SPACES.

      *> Anio contable de una linea del acumulador: el de su fecha,
      *> o en un ajuste el anio que el operador indico.
           01 WS-Anio-Linea PIC X(4) VALUE SPACES.
           01 WS-Mes-Linea PIC 9(2) VALUE 0.
           01 WS-Aj-Motivo PIC X(14) VALUE SPACES.
           01 WS-Aj-Nota PIC X(40) VALUE SPACES.
           01 WS-Aj-Operador PIC X(8) VALUE SPACES.
           01 WS-Aj-Anio PIC X(4) VALUE SPACES.

      *> Resumen del anio: por mes (13 = ajustes posteados ya en el
      *> anio siguiente) las corridas y los ajustes por motivo.
           01 Resumen-Tabla.
               05 Res-Mes OCCURS 13 TIMES.
                   10 Res-Corridas PIC 9(6).
                   10 Res-Total-Corridas PIC S9(12)V9(2).
                   10 Res-Motivos-Usados PIC 9(2).
                   10 Res-Motivo OCCURS 10 TIMES.
                       15 Res-Motivo-Codigo PIC X(14).
                       15 Res-Motivo-Cuenta PIC 9(6).
                       15 Res-Motivo-Monto PIC S9(12)V9(2).
           01 WS-Mes-Ix PIC 9(2) VALUE 0.
           01 WS-Mot-Ix PIC 9(2) VALUE 0.
           01 WS-Mot-Hallado-Ix PIC 9(2) VALUE 0.

           01 WS-Lineas-Anio PIC 9(6) VALUE 0.
           01 WS-Lineas-Quedan PIC 9(6) VALUE 0.
           01 WS-Lineas-Previas PIC 9(6) VALUE 0.
           01 WS-Anio-Previo PIC X(4) VALUE SPACES.
           01 WS-Total-Corridas PIC S9(12)V9(2) VALUE 0.
           01 WS-Total-Ajustes PIC S9(12)V9(2) VALUE 0.
           01 WS-Neto-Anio PIC S9(12)V9(2) VALUE 0.
           01 WS-Cuenta-Corridas PIC 9(6) VALUE 0.
           01 WS-Cuenta-Ajustes PIC 9(6) VALUE 0.

           01 WS-Monto-Edit PIC +(12)9.99.
           01 WS-Neto-Edit PIC +(12)9.99.

      *> Firma del operador (IniciarSesion) al arrancar: el cierre
      *> es de FINANZAS y queda firmado con su usuario.
           01 WS-Ses-Programa PIC X(14) VALUE "CIERREANUAL".
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 Operador PIC X(8) VALUE SPACES.
           01 WS-Confirma PIC X(1) VALUE SPACES.
           01 WS-Cerrado PIC X(21) VALUE SPACES.
           01 WS-Lectura-Apertura.
               05 Ape-Fecha PIC X(10).
               05 Ape-Sep PIC X(1).
               05 Ape-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.

      *> Cadena de control: donde terminaba la del acumulador antes
      *> del cierre y la nueva que arranca en la apertura.
           COPY CADENA.
           01 WS-Cadena-Vieja-Sec PIC 9(8) VALUE 0.
           01 WS-Cadena-Vieja-Control PIC 9(10) VALUE 0.
           01 WS-Cadena-Nueva-Sec PIC 9(8) VALUE 0.
           01 WS-Cadena-Nueva-Control PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       Cerrar.
           DISPLAY "===== Cierre de anio del acumulador de Suma =====".
           CALL "IniciarSesion" USING WS-Ses-Programa Operador
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol NOT = "FINANZAS" THEN
               DISPLAY "Error: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " no puede cerrar el anio."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Anio-Hoy.

           PERFORM DeterminarAnio.
           PERFORM RevisarHistorico.
           PERFORM ResumirAcumulado.
           PERFORM MostrarResumen.
           PERFORM RevisarPendientes.

           DISPLAY "El cierre es definitivo: el anio " WS-Anio
               " queda de solo lectura. Cerrar? (S/N)".
           ACCEPT WS-Confirma.
           IF FUNCTION UPPER-CASE(WS-Confirma) NOT = "S" THEN
               DISPLAY "Cierre descartado, no se escribio nada."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-Cerrado.
           PERFORM SepararLineas.
           PERFORM EscribirHistorico.
           PERFORM ReescribirAcumulado.

           DISPLAY "Anio " WS-Anio " cerrado: " WS-Lineas-Anio
               " lineas en " FUNCTION TRIM(WS-Detalle-Path) ", "
               WS-Lineas-Quedan " quedan en el acumulador.".
           STOP RUN.

      *> El anio es obligatorio y tiene que haber terminado.
       DeterminarAnio.
           ACCEPT WS-Arg-Anio FROM COMMAND-LINE.
           IF WS-Arg-Anio = SPACES OR
                   FUNCTION LENGTH(FUNCTION TRIM(WS-Arg-Anio)) NOT = 4
                   OR FUNCTION TRIM(WS-Arg-Anio) IS NOT NUMERIC THEN
               DISPLAY "Error: indique el anio a cerrar (AAAA). "
                   "Uso: CierreAnualSuma AAAA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(WS-Arg-Anio) TO WS-Anio.
           MOVE WS-Anio TO WS-Anio-Num.
           IF WS-Anio >= WS-Anio-Hoy THEN
               DISPLAY "Error: el anio " WS-Anio " no ha terminado, "
                   "no se puede cerrar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-Anio-Siguiente = WS-Anio-Num + 1.
           MOVE SPACES TO WS-Detalle-Path.
           STRING "data/SUMAACUMULADO." DELIMITED BY SIZE
               WS-Anio DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Detalle-Path
           END-STRING.

      *> Un anio que ya tiene lineas en el historial esta cerrado y
      *> no se vuelve a cerrar. Sin historial, ningun anio lo esta.
       RevisarHistorico.
           OPEN INPUT HistoricoFile.
           IF WS-Historico-Status = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Historico-Status NOT = "00" THEN
               DISPLAY "Error abriendo el historial de anios cerrados: "
                   WS-Historico-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Historico-EOF = "Y"
               READ HistoricoFile
                   AT END
                       MOVE "Y" TO WS-Historico-EOF
                   NOT AT END
                       IF SumH-Anio = WS-Anio THEN
                           DISPLAY "Error: el anio " WS-Anio
                               " ya esta cerrado (cerrado el "
                               SumH-Cerrado(1:8) "), no se cierra "
                               "dos veces."
                           CLOSE HistoricoFile
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF SumH-Anio > WS-Ultimo-Cerrado THEN
                           MOVE SumH-Anio TO WS-Ultimo-Cerrado
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HistoricoFile.
           IF WS-Ultimo-Cerrado > WS-Anio THEN
               DISPLAY "Error: ya esta cerrado " WS-Ultimo-Cerrado
                   ", posterior a " WS-Anio "; los anios se cierran "
                   "en orden."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Ajustes al anio que siguen esperando aprobacion: el cierre
      *> no se niega (el operador decide), pero lo dice antes de
      *> pedir la confirmacion.
       RevisarPendientes.
           OPEN INPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Pend-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-Pend-EOF
                   NOT AT END
                       IF AjP-Estado = "P" AND AjP-Anio = WS-Anio
                               THEN
                           ADD 1 TO WS-Pend-Anio
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PendientesFile.
           IF WS-Pend-Anio > 0 THEN
               DISPLAY "Aviso: " WS-Pend-Anio " ajustes al anio "
                   WS-Anio " siguen pendientes de aprobacion; "
                   "despues del cierre ya no se podran postear."
           END-IF.

      *> Primera pasada: arma el resumen del anio sin tocar nada.
       ResumirAcumulado.
           PERFORM VerificarCadena.
           INITIALIZE Resumen-Tabla.
           OPEN INPUT AcumuladoFile.
           IF WS-Acumulado-Status NOT = "00" THEN
               DISPLAY "Error abriendo el acumulador: "
                   WS-Acumulado-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-Acumulado-EOF.
           PERFORM UNTIL WS-Acumulado-EOF = "Y"
               READ AcumuladoFile
                   AT END
                       MOVE "Y" TO WS-Acumulado-EOF
                   NOT AT END
                       PERFORM ResumirLinea
               END-READ
           END-PERFORM.
           CLOSE AcumuladoFile.

           IF WS-Lineas-Previas > 0 THEN
               DISPLAY "Error: el acumulador tiene " WS-Lineas-Previas
                   " lineas de " WS-Anio-Previo " sin cerrar; "
                   "cierre primero ese anio."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Lineas-Anio = 0 THEN
               DISPLAY "Error: el acumulador no tiene lineas de "
                   WS-Anio ", no hay nada que cerrar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Un acumulador con la cadena rota no se cierra: el cierre la
      *> reinicia y borraria la evidencia.
       VerificarCadena.
           MOVE "VERIFICAR" TO Cad-Operacion.
           MOVE WS-Acumulado-Path TO Cad-Ruta.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           IF Cad-Resultado NOT = "OK" AND Cad-Resultado NOT = "VA"
                   THEN
               DISPLAY "Error: la cadena de control del acumulador "
                   "esta rota en la linea " Cad-Linea-Mala ": "
                   FUNCTION TRIM(Cad-Detalle)
               DISPLAY "No se cierra el anio; revise con "
                   "AuditoriaBitacoras antes de seguir."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Cad-Secuencia TO WS-Cadena-Vieja-Sec.
           MOVE Cad-Control TO WS-Cadena-Vieja-Control.

       ResumirLinea.
           IF Acumulado-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM DeterminarAnioLinea.
           IF WS-Anio-Linea < WS-Anio THEN
               ADD 1 TO WS-Lineas-Previas
               IF WS-Anio-Previo = SPACES THEN
                   MOVE WS-Anio-Linea TO WS-Anio-Previo
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-Anio-Linea NOT = WS-Anio THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Lineas-Anio.

      *> La apertura del anio no suma nada (monto cero).
           IF Acum-Tipo = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           IF Acum-Fecha(1:4) = WS-Anio THEN
               MOVE Acum-Fecha(5:2) TO WS-Mes-Linea
           ELSE
               MOVE 13 TO WS-Mes-Linea
           END-IF.
           IF WS-Mes-Linea < 1 OR WS-Mes-Linea > 13 THEN
               MOVE 13 TO WS-Mes-Linea
           END-IF.

           IF Acum-Tipo = "A" THEN
               PERFORM BuscarMotivo
               ADD 1 TO Res-Motivo-Cuenta(WS-Mes-Linea,
                   WS-Mot-Hallado-Ix)
               ADD Acum-Monto TO Res-Motivo-Monto(WS-Mes-Linea,
                   WS-Mot-Hallado-Ix)
               ADD 1 TO WS-Cuenta-Ajustes
               ADD Acum-Monto TO WS-Total-Ajustes
           ELSE
               ADD 1 TO Res-Corridas(WS-Mes-Linea)
               ADD Acum-Monto TO Res-Total-Corridas(WS-Mes-Linea)
               ADD 1 TO WS-Cuenta-Corridas
               ADD Acum-Monto TO WS-Total-Corridas
           END-IF.

      *> Anio contable de la linea: el de la fecha, salvo un ajuste
      *> que trae su anio en el sexto campo de la cola. Una fecha que
      *> no es numerica no se puede ubicar en ningun anio y el cierre
      *> no sigue a ciegas.
       DeterminarAnioLinea.
           IF Acum-Fecha(1:8) IS NOT NUMERIC THEN
               DISPLAY "Error: linea del acumulador con fecha "
                   "ilegible: '" Acum-Fecha "'; corrijala antes de "
                   "cerrar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Acum-Fecha(1:4) TO WS-Anio-Linea.
           IF Acum-Tipo NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Aj-Motivo WS-Aj-Nota WS-Aj-Operador
               WS-Aj-Anio.
           UNSTRING Acum-Cola(2:113) DELIMITED BY ";"
               INTO WS-Aj-Motivo WS-Aj-Nota WS-Aj-Operador WS-Aj-Anio
           END-UNSTRING.
           IF WS-Aj-Anio IS NUMERIC THEN
               MOVE WS-Aj-Anio TO WS-Anio-Linea
           END-IF.

      *> Motivo del ajuste dentro del mes; los que no caben en los 10
      *> lugares del mes se juntan en el ultimo.
       BuscarMotivo.
           MOVE 0 TO WS-Mot-Hallado-Ix.
           PERFORM VARYING WS-Mot-Ix FROM 1 BY 1
                   UNTIL WS-Mot-Ix > Res-Motivos-Usados(WS-Mes-Linea)
               IF Res-Motivo-Codigo(WS-Mes-Linea, WS-Mot-Ix)
                       = WS-Aj-Motivo THEN
                   MOVE WS-Mot-Ix TO WS-Mot-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Mot-Hallado-Ix > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF Res-Motivos-Usados(WS-Mes-Linea) >= 10 THEN
               MOVE 10 TO WS-Mot-Hallado-Ix
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Res-Motivos-Usados(WS-Mes-Linea).
           MOVE Res-Motivos-Usados(WS-Mes-Linea) TO WS-Mot-Hallado-Ix.
           MOVE WS-Aj-Motivo
               TO Res-Motivo-Codigo(WS-Mes-Linea, WS-Mot-Hallado-Ix).

       MostrarResumen.
           DISPLAY "Resumen del anio " WS-Anio ":".
           PERFORM VARYING WS-Mes-Ix FROM 1 BY 1 UNTIL WS-Mes-Ix > 13
               IF Res-Corridas(WS-Mes-Ix) > 0 OR
                       Res-Motivos-Usados(WS-Mes-Ix) > 0 THEN
                   PERFORM MostrarMes
               END-IF
           END-PERFORM.
           COMPUTE WS-Neto-Anio = WS-Total-Corridas + WS-Total-Ajustes.
           DISPLAY "==================================".
           MOVE WS-Total-Corridas TO WS-Monto-Edit.
           DISPLAY "Corridas del anio : " WS-Cuenta-Corridas " por "
               FUNCTION TRIM(WS-Monto-Edit).
           MOVE WS-Total-Ajustes TO WS-Monto-Edit.
           DISPLAY "Ajustes del anio  : " WS-Cuenta-Ajustes " por "
               FUNCTION TRIM(WS-Monto-Edit).
           MOVE WS-Neto-Anio TO WS-Neto-Edit.
           DISPLAY "Neto del anio     : " FUNCTION TRIM(WS-Neto-Edit).

       MostrarMes.
           IF WS-Mes-Ix = 13 THEN
               DISPLAY "Ajustes al " WS-Anio " posteados en "
                   WS-Anio-Siguiente ":"
           ELSE
               DISPLAY "Mes " WS-Anio "-" WS-Mes-Ix ":"
           END-IF.
           MOVE Res-Total-Corridas(WS-Mes-Ix) TO WS-Monto-Edit.
           DISPLAY "  Corridas          : " Res-Corridas(WS-Mes-Ix)
               " por " FUNCTION TRIM(WS-Monto-Edit).
           PERFORM VARYING WS-Mot-Ix FROM 1 BY 1
                   UNTIL WS-Mot-Ix > Res-Motivos-Usados(WS-Mes-Ix)
               MOVE Res-Motivo-Monto(WS-Mes-Ix, WS-Mot-Ix)
                   TO WS-Monto-Edit
               DISPLAY "  Ajustes "
                   Res-Motivo-Codigo(WS-Mes-Ix, WS-Mot-Ix) ": "
                   Res-Motivo-Cuenta(WS-Mes-Ix, WS-Mot-Ix) " por "
                   FUNCTION TRIM(WS-Monto-Edit)
           END-PERFORM.

      *> Segunda pasada: las lineas del anio van a su archivo de
      *> detalle y el resto al archivo de trabajo, detras del
      *> registro de apertura del anio siguiente.
       SepararLineas.
           OPEN OUTPUT DetalleFile.
           IF WS-Detalle-Status NOT = "00" THEN
               DISPLAY "Error creando " FUNCTION TRIM(WS-Detalle-Path)
                   ": " WS-Detalle-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error creando el archivo de trabajo: "
                   WS-Trabajo-Status
               CLOSE DetalleFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EscribirApertura.

           MOVE "N" TO WS-Acumulado-EOF.
           MOVE 0 TO WS-Lineas-Anio.
           OPEN INPUT AcumuladoFile.
           PERFORM UNTIL WS-Acumulado-EOF = "Y"
               READ AcumuladoFile
                   AT END
                       MOVE "Y" TO WS-Acumulado-EOF
                   NOT AT END
                       PERFORM SepararLinea
               END-READ
           END-PERFORM.
           CLOSE AcumuladoFile.
           CLOSE DetalleFile.
           CLOSE TrabajoFile.

       SepararLinea.
           IF Acumulado-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM DeterminarAnioLinea.
           IF WS-Anio-Linea = WS-Anio THEN
               MOVE Acumulado-Rec TO Detalle-Rec
               WRITE Detalle-Rec
               ADD 1 TO WS-Lineas-Anio
           ELSE
               MOVE "SEPARAR" TO Cad-Operacion
               MOVE Acumulado-Rec TO Cad-Linea
               CALL "CadenaAuditoria" USING Cadena-Parametros
               MOVE SPACES TO Trabajo-Rec
               MOVE Cad-Linea(1:Cad-Largo-Texto) TO Trabajo-Rec
               PERFORM SellarTrabajo
               WRITE Trabajo-Rec
               ADD 1 TO WS-Lineas-Quedan
           END-IF.

      *> Sella la linea de Trabajo-Rec (texto sin sello) a
      *> continuacion de la cadena nueva. Una corrida de Suma deja el
      *> tipo en blanco y su sello va en la cola, igual que en Suma.
       SellarTrabajo.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Trabajo-Rec TO Cad-Linea.
           MOVE WS-Cadena-Nueva-Sec TO Cad-Secuencia.
           MOVE WS-Cadena-Nueva-Control TO Cad-Control.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE Cad-Secuencia TO WS-Cadena-Nueva-Sec.
           MOVE Cad-Control TO WS-Cadena-Nueva-Control.
           IF Cad-Largo-Texto < 26 THEN
               MOVE Cad-Sello TO Trabajo-Rec(27:20)
           ELSE
               MOVE SPACES TO Trabajo-Rec
               STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
                   Cad-Sello DELIMITED BY SIZE
                   INTO Trabajo-Rec
               END-STRING
           END-IF.

      *> Apertura del anio siguiente: fecha 1 de enero, monto cero y
      *> ;S;APERTURA;nota;operador con el neto del anio cerrado, mas
      *> el fin de la cadena anterior (CADENA secuencia/control). Es
      *> la primera linea de la cadena nueva.
       EscribirApertura.
           MOVE SPACES TO WS-Lectura-Apertura.
           MOVE WS-Anio-Siguiente TO Ape-Fecha(1:4).
           MOVE "0101" TO Ape-Fecha(5:4).
           MOVE ";" TO Ape-Sep.
           MOVE 0 TO Ape-Monto.
           MOVE WS-Neto-Anio TO WS-Neto-Edit.
           MOVE SPACES TO Trabajo-Rec.
           STRING WS-Lectura-Apertura DELIMITED BY SIZE
               ";S;APERTURA;CIERRE " DELIMITED BY SIZE
               WS-Anio DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Neto-Edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(Operador) DELIMITED BY SIZE
               ";CADENA " DELIMITED BY SIZE
               WS-Cadena-Vieja-Sec DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-Cadena-Vieja-Control DELIMITED BY SIZE
               INTO Trabajo-Rec
           END-STRING.
           MOVE 0 TO WS-Cadena-Nueva-Sec WS-Cadena-Nueva-Control.
           PERFORM SellarTrabajo.
           WRITE Trabajo-Rec.
           ADD 1 TO WS-Lineas-Quedan.

      *> El historial se escribe antes de tocar el acumulador: si algo
      *> se corta despues, el anio ya cuenta como cerrado y los
      *> lectores ignoran las lineas que hayan quedado de el.
       EscribirHistorico.
           OPEN EXTEND HistoricoFile.
           IF WS-Historico-Status = "35" THEN
               OPEN OUTPUT HistoricoFile
           END-IF.
           IF WS-Historico-Status NOT = "00" THEN
               DISPLAY "Error abriendo el historial de anios cerrados: "
                   WS-Historico-Status "; el acumulador no se toco."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Mes-Ix FROM 1 BY 1 UNTIL WS-Mes-Ix > 13
               IF Res-Corridas(WS-Mes-Ix) > 0 OR
                       Res-Motivos-Usados(WS-Mes-Ix) > 0 THEN
                   PERFORM EscribirMesHistorico
               END-IF
           END-PERFORM.
           PERFORM PrepararLineaHistorico.
           MOVE SPACES TO SumH-Mes.
           MOVE "T" TO SumH-Tipo.
           MOVE WS-Lineas-Anio TO SumH-Cuenta.
           MOVE WS-Neto-Anio TO SumH-Monto.
           WRITE SumaHist-Rec.
           CLOSE HistoricoFile.

       EscribirMesHistorico.
           PERFORM PrepararLineaHistorico.
           MOVE WS-Mes-Ix TO SumH-Mes.
           MOVE "C" TO SumH-Tipo.
           MOVE Res-Corridas(WS-Mes-Ix) TO SumH-Cuenta.
           MOVE Res-Total-Corridas(WS-Mes-Ix) TO SumH-Monto.
           WRITE SumaHist-Rec.
           PERFORM VARYING WS-Mot-Ix FROM 1 BY 1
                   UNTIL WS-Mot-Ix > Res-Motivos-Usados(WS-Mes-Ix)
               PERFORM PrepararLineaHistorico
               MOVE WS-Mes-Ix TO SumH-Mes
               MOVE "A" TO SumH-Tipo
               MOVE Res-Motivo-Codigo(WS-Mes-Ix, WS-Mot-Ix)
                   TO SumH-Motivo
               MOVE Res-Motivo-Cuenta(WS-Mes-Ix, WS-Mot-Ix)
                   TO SumH-Cuenta
               MOVE Res-Motivo-Monto(WS-Mes-Ix, WS-Mot-Ix)
                   TO SumH-Monto
               WRITE SumaHist-Rec
           END-PERFORM.

       PrepararLineaHistorico.
           MOVE SPACES TO SumaHist-Rec.
           MOVE WS-Anio TO SumH-Anio.
           MOVE ";" TO SumH-Sep1 SumH-Sep2 SumH-Sep3 SumH-Sep4
               SumH-Sep5 SumH-Sep6 SumH-Sep7.
           MOVE WS-Cerrado TO SumH-Cerrado.
           MOVE Operador TO SumH-Operador.

      *> Copia el archivo de trabajo sobre el acumulador.
       ReescribirAcumulado.
           OPEN INPUT TrabajoFile.
           IF WS-Trabajo-Status NOT = "00" THEN
               DISPLAY "Error releyendo el archivo de trabajo: "
                   WS-Trabajo-Status "; copie "
                   FUNCTION TRIM(WS-Trabajo-Path) " sobre "
                   FUNCTION TRIM(WS-Acumulado-Path) " a mano."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AcumuladoFile.
           IF WS-Acumulado-Status NOT = "00" THEN
               DISPLAY "Error reescribiendo el acumulador: "
                   WS-Acumulado-Status "; copie "
                   FUNCTION TRIM(WS-Trabajo-Path) " sobre "
                   FUNCTION TRIM(WS-Acumulado-Path) " a mano."
               CLOSE TrabajoFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Trabajo-EOF = "Y"
               READ TrabajoFile
                   AT END
                       MOVE "Y" TO WS-Trabajo-EOF
                   NOT AT END
                       MOVE Trabajo-Rec TO Acumulado-Rec
                       WRITE Acumulado-Rec
               END-READ
           END-PERFORM.
           CLOSE AcumuladoFile.
           CLOSE TrabajoFile.

      *> La cadena nueva queda como la ultima verificacion buena del
      *> acumulador, para que la siguiente no la tome por recalculada.
           MOVE "ANCLAR" TO Cad-Operacion.
           MOVE WS-Acumulado-Path TO Cad-Ruta.
           MOVE WS-Cadena-Nueva-Sec TO Cad-Secuencia.
           MOVE WS-Cadena-Nueva-Control TO Cad-Control.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           IF Cad-Resultado NOT = "OK" THEN
               DISPLAY "Aviso: no se pudo registrar la cadena nueva "
                   "del acumulador: " FUNCTION TRIM(Cad-Detalle)
           END-IF.
           DISPLAY "Cadena de control del acumulador reiniciada; la "
               "anterior terminaba en la secuencia "
               WS-Cadena-Vieja-Sec ".".

       END PROGRAM CierreAnualSuma.
