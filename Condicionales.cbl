               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Rej-Work-Status.

      *> Tipos de cambio para los extracts de version 2: las tasas
      *> vigentes (data/TIPOSCAMBIO.DAT) y la historia de cambios con
      *> su fecha efectiva (data/TIPOSCAMBIOLOG.DAT), para convertir
      *> cada transaccion con la tasa que regia en su fecha valor y
      *> no con la de hoy.
           SELECT TasasFile ASSIGN TO DYNAMIC WS-Tasas-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Status.

           SELECT TasasLogFile ASSIGN TO DYNAMIC WS-Tasas-Log-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Tasas-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TransaccionesFile.
      *> transaccion de punta a punta en vez de casar por montos. En
      *> blanco en los extracts viejos, que siguen siendo validos.
               05 Trans-ID PIC X(10).
               05 FILLER PIC X(30).
      *> Layout de version 2 (el encabezado trae "V2" en las columnas
      *> 41-42): montos de 18 posiciones (signo, 13 enteros, punto y
      *> 2 decimales), moneda (en blanco = moneda base), fecha valor
      *> AAAA-MM-DD y el ID en las columnas 70-79. Los registros H/T
      *> no cambian. La cola a partir de la columna 80 es el motivo
      *> cuando la entrada es un archivo de rechazos de version 2.
           01 Transaccion-V2-Rec.
               05 FILLER PIC X(20).
               05 Trans2-Num1-Alpha PIC X(18).
               05 Trans2-Num2-Alpha PIC X(18).
               05 Trans2-Moneda PIC X(3).
               05 Trans2-FechaValor PIC X(10).
               05 Trans2-ID PIC X(10).
               05 FILLER PIC X(21).

       FD ResultadosFile.
           01 Resultado-Rec PIC X(150).

       FD AuditoriaFile.
           01 Auditoria-Rec PIC X(200).

       FD CsvFile.
           01 Csv-Rec PIC X(150).

      *> El detalle del archivo de rechazos conserva el ID en las
      *> mismas columnas 61-70 del extract (70-79 en version 2), para
      *> que el resubmit no lo pierda en el ciclo.
       FD RechazosFile.
           01 Rechazo-Rec PIC X(100).

       FD RechazosWorkFile.
           01 Rechazo-Work-Rec PIC X(100).

       FD TasasFile.
           01 Tasa-Rec PIC X(40).

       FD TasasLogFile.
           01 Tasa-Log-Rec PIC X(120).

       FD ProcesadosFile.
           01 Procesado-Rec PIC X(90).
           01 Num1-Alpha PIC X(10) VALUE SPACES.
           01 Num2-Alpha PIC X(10) VALUE SPACES.

      *> Num1, Num2 y Resultado usan el layout de montos anchos
      *> (copybooks/WSAMOUNT2.cpy), el mismo signo explicito del
      *> layout estandar que comparten Suma y Operaciones pero con
      *> lugar para los montos del extract de version 2. Las
      *> transacciones de version 1 y las interactivas conservan su
      *> tope de siempre (ver RegistrarResultado).
           COPY WSAMOUNT2 REPLACING FIELD-NAME BY Num1
               FIELD-VALUE BY 0.
           COPY WSAMOUNT2 REPLACING FIELD-NAME BY Num2
               FIELD-VALUE BY 0.
           COPY WSAMOUNT2 REPLACING FIELD-NAME BY Resultado
               FIELD-VALUE BY 0.

      *> Copias numerico-editadas de Num1/Num2/Resultado para cuando
      *> tal cual estan guardados, sin punto decimal, asi que un
      *> resultado de 15.00 saldria como 1500. Pasar por un campo
      *> editado antes del STRING inserta el punto real.
           01 WS-Num1-Edit PIC +(13)9.99.
           01 WS-Num2-Edit PIC +(13)9.99.
           01 WS-Resultado-Edit PIC +(13)9.99.

           01 WS-Modo PIC X VALUE SPACES.
      *> Marca normalizada del modo de la corrida ("B" batch, "I"
           01 WS-Trans-Contadas PIC 9(4) VALUE 0.
           01 WS-Vio-Header-Tr PIC X VALUE "N".
           01 WS-Vio-Trailer-Tr PIC X VALUE "N".
           01 WS-Total-Control-Tr PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Hash-Total-Tr PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Controles-OK PIC X VALUE "Y".

      *> Version del layout del extract, tomada del encabezado: en
      *> blanco es la version 1 de siempre, "V2" la version ancha con
      *> moneda y fecha valor. Cualquier otra marca rechaza la
      *> corrida: no se adivina un layout que no se conoce.
           01 WS-Version-Extract PIC X VALUE "1".
           01 WS-Marca-Version PIC X(2) VALUE SPACES.

      *> Campos del detalle en turno, ya tomados del layout que
      *> corresponda: el resto del programa trabaja sobre estos y no
      *> sobre el registro, asi las dos versiones siguen un solo
      *> camino.
           01 WS-Num1-Texto PIC X(18) VALUE SPACES.
           01 WS-Num2-Texto PIC X(18) VALUE SPACES.
           01 WS-Moneda PIC X(3) VALUE SPACES.
           01 WS-Fecha-Valor PIC X(10) VALUE SPACES.
           01 WS-Fecha-Valida PIC X VALUE "N".
           01 WS-Fecha-Motivo PIC X(20) VALUE SPACES.
           01 WS-Motivo-V2 PIC X(15) VALUE SPACES.

      *> Conversion a moneda base de una transaccion de version 2 en
      *> moneda extranjera: el Resultado se calcula en la moneda de
      *> la transaccion y se convierte con la tasa vigente en la
      *> fecha valor. El Resultado publicado (el que postea
      *> finanzas) es el de moneda base; el de la moneda original y
      *> la tasa viajan al final de cada linea.
           01 WS-Tasa-Aplicada PIC 9(6)V9(5) VALUE 0.
           01 WS-Tasa-Edit PIC Z(5)9.9(5).
           01 WS-Resultado-Moneda PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Resultado-Moneda-Edit PIC +(13)9.99.
           01 WS-Moneda-Previa PIC X(3) VALUE SPACES.
      *> Cola de version 2 que se agrega al final de las lineas de
      *> resultados, bitacora y CSV: moneda, fecha valor, Resultado
      *> en la moneda original y tasa (las dos ultimas vacias en
      *> moneda base). Las lineas de version 1 e interactivas no la
      *> llevan y quedan exactamente como siempre.
           01 WS-Linea-Base PIC X(150) VALUE SPACES.
           01 WS-Linea-Trabajo PIC X(150) VALUE SPACES.
           01 WS-Sep-Cola PIC X VALUE ";".
      *> Tope de las transacciones de version 1 e interactivas: el
      *> ancho del layout estandar de montos.
           01 WS-Tope-Version1 PIC S9(13)V9(2) VALUE 9999999999.99.

      *> Tasas vigentes y su historia. La tasa que rige una fecha
      *> valor es la de fecha efectiva mas reciente que no pase de
      *> esa fecha, buscando en la historia de la bitacora de tasas
      *> y en el archivo vigente (que gana en empate). Una tasa
      *> vigente sin fecha (formato viejo de dos campos) rige para
      *> cualquier fecha, como la toma Suma.
           01 WS-Tasas-Path PIC X(40) VALUE "data/TIPOSCAMBIO.DAT".
           01 WS-Tasas-Status PIC XX VALUE SPACES.
           01 WS-Tasas-Log-Path PIC X(40)
               VALUE "data/TIPOSCAMBIOLOG.DAT".
           01 WS-Tasas-Log-Status PIC XX VALUE SPACES.
           01 WS-Tasas-EOF PIC X VALUE "N".
           01 Tasas-Tabla.
               05 Tasa-Entrada OCCURS 2000 TIMES.
                   10 Tasa-Moneda PIC X(3).
                   10 Tasa-Valor PIC 9(6)V9(5).
                   10 Tasa-Fecha PIC X(10).
                   10 Tasa-Vigente PIC X.
           01 WS-Tasas-Cuenta PIC 9(4) VALUE 0.
           01 WS-Tasa-Ix PIC 9(4) VALUE 0.
           01 WS-Tasa-Mejor-Fecha PIC X(10) VALUE SPACES.
           01 WS-Tasa-Mejor-Vigente PIC X VALUE "N".
           01 WS-Tasa-Es-Vigente PIC X VALUE "N".
           01 WS-Tasas-Desbordadas PIC X VALUE "N".
           01 WS-TC-Campo-1 PIC X(21) VALUE SPACES.
           01 WS-TC-Campo-2 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-3 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-4 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-5 PIC X(12) VALUE SPACES.
           01 WS-TC-Campo-6 PIC X(12) VALUE SPACES.

      *> Rechazos de la corrida batch: cada transaccion fallida se
      *> guarda en la tabla con su motivo y al final se escribe el
      *> archivo de rechazos completo (encabezado con la cuenta,
           01 WS-Rechazo-Status PIC XX VALUE SPACES.
           01 WS-Motivo-Rechazo PIC X(15) VALUE SPACES.
           01 WS-Rechazos-Contados PIC 9(6) VALUE 0.
           01 WS-Hash-Rechazos PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Rechazo-Registro.
               05 Rechazo-Detalle PIC X(40) VALUE SPACES.
               05 Rechazo-Motivo PIC X(15) VALUE SPACES.
               05 Rechazo-Relleno PIC X(4) VALUE SPACES.
               05 Rechazo-TransID PIC X(10) VALUE SPACES.
      *> El rechazo de version 2 es el detalle completo (moneda, fecha
      *> valor e ID incluidos) con el motivo despues de la columna 80.
           01 WS-Rechazo-Registro-V2.
               05 Rechazo2-Detalle PIC X(79) VALUE SPACES.
               05 Rechazo2-Sep PIC X(1) VALUE SPACES.
               05 Rechazo2-Motivo PIC X(15) VALUE SPACES.
               05 Rechazo2-Relleno PIC X(5) VALUE SPACES.
           01 WS-Rej-Work-Path PIC X(40)
               VALUE "data/CONDREJECT.TMP".
           01 WS-Rej-Work-Status PIC XX VALUE SPACES.
      *> NUMVAL convierte basura en cero sin avisar, asi que antes de
      *> convertir se revisa que el texto sea de verdad un numero
      *> (signo opcional al frente, digitos, a lo mas un punto).
           01 WS-Valida-Monto PIC X(18) VALUE SPACES.
           01 WS-Valida-Char PIC X VALUE SPACES.
           01 WS-Valida-Ix PIC 9(2) VALUE 0.
           01 WS-Valida-Largo PIC 9(2) VALUE 0.
           01 WS-Audit-Path PIC X(40) VALUE "data/CONDAUDIT.LOG".
           01 WS-Audit-Status PIC XX VALUE SPACES.
           01 WS-Timestamp PIC X(21) VALUE SPACES.
       *> Cadena de control de la bitacora: la corrida sigue la cadena
       *> del archivo del dia desde su ultimo sello.
           COPY CADENA.
           01 WS-Cadena-CC PIC S9(4) VALUE 0.

      *> Exportacion CSV: misma informacion que la bitacora, en
      *> formato separado por comas con encabezado.
           01 WS-Procesados-EOF PIC X VALUE "N".
           01 WS-Huella PIC X(90) VALUE SPACES.
           01 WS-Huella-Repetida PIC X VALUE "N".
           01 WS-Huella-Total-Edit PIC +(13)9.99.
      *> Solo un segundo pase que de verdad publico deja su huella:
      *> si el extract no se pudo reabrir y no se publico nada, la
      *> huella bloquearia el reintento legitimo del mismo dia y
      *> calculos se hicieron; cada uno fluye a la bitacora y al CSV
      *> igual que un calculo suelto.
           01 WS-Calculos-Sesion PIC 9(4) VALUE 0.
           01 WS-Resultado-Previo PIC S9(13)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Hay-Previo PIC X VALUE "N".
           01 WS-Termina-Sesion PIC X VALUE "N".
       *> Abre la bitacora en modo EXTEND para no perder corridas
       *> anteriores; si todavia no existe, la crea.
       AbrirAuditoria.
           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Audit-Path TO Cad-Ruta.
           PERFORM LlamarCadena.
           OPEN EXTEND AuditoriaFile.
           IF WS-Audit-Status = "35" THEN
               OPEN OUTPUT AuditoriaFile
               MOVE SPACES TO Csv-Rec
               STRING "Operacion,Num1,Num2,Resultado,Timestamp,"
                   DELIMITED BY SIZE
                   "Modo,TransID,Moneda,FechaValor,ResultadoMoneda,"
                   DELIMITED BY SIZE
                   "Tasa" DELIMITED BY SIZE
                   INTO Csv-Rec
               END-STRING
               WRITE Csv-Rec
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Trans-Esperadas
                   MOVE "Y" TO WS-Vio-Header-Tr
                   PERFORM FijarVersionExtract
               WHEN "T"
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Total-Control-Tr
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-Trans-Contadas
                       PERFORM TomarCamposDetalle
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-Num1-Texto)) = "R" THEN
                           MOVE 0 TO Num1
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-Num1-Texto)
                               TO Num1
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-Num2-Texto) TO Num2
                       ADD Num1 TO WS-Hash-Total-Tr
                       ADD Num2 TO WS-Hash-Total-Tr
                   END-IF
           END-EVALUATE.

      *> La marca de version del encabezado (columnas 41-42): en
      *> blanco, version 1; "V2", version 2; cualquier otra cosa
      *> deja la corrida rechazada en VerificarControlesTrans.
       FijarVersionExtract.
           MOVE FUNCTION UPPER-CASE(Transaccion-Rec(41:2))
               TO WS-Marca-Version.
           EVALUATE WS-Marca-Version
               WHEN SPACES
                   MOVE "1" TO WS-Version-Extract
               WHEN "V2"
                   MOVE "2" TO WS-Version-Extract
               WHEN OTHER
                   MOVE "?" TO WS-Version-Extract
           END-EVALUATE.

      *> Toma los montos, la moneda, la fecha valor y el ID del
      *> detalle en turno segun la version del extract. En version
      *> 1 no hay moneda ni fecha valor: todo es moneda base.
       TomarCamposDetalle.
           IF WS-Version-Extract = "2" THEN
               MOVE Trans2-Num1-Alpha TO WS-Num1-Texto
               MOVE Trans2-Num2-Alpha TO WS-Num2-Texto
               MOVE FUNCTION UPPER-CASE(Trans2-Moneda) TO WS-Moneda
               MOVE Trans2-FechaValor TO WS-Fecha-Valor
               MOVE Trans2-ID TO WS-Trans-ID
           ELSE
               MOVE Trans-Num1-Alpha TO WS-Num1-Texto
               MOVE Trans-Num2-Alpha TO WS-Num2-Texto
               MOVE SPACES TO WS-Moneda
               MOVE SPACES TO WS-Fecha-Valor
               MOVE Trans-ID TO WS-Trans-ID
           END-IF.

      *> Segundo pase: los controles ya balancearon, ahora si se
      *> procesa y se publica. Los contadores del primer pase se
      *> reinician porque ClasificarTransaccion los vuelve a llevar.
           MOVE 0 TO WS-Hash-Total-Tr.

           PERFORM CargarIDsDeHoy.
           IF WS-Version-Extract = "2" THEN
               PERFORM CargarTasasVigencia
           END-IF.

           OPEN INPUT TransaccionesFile.
           IF WS-Trans-Status NOT = "00" THEN
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Trans-Esperadas
                   MOVE "Y" TO WS-Vio-Header-Tr
                   PERFORM FijarVersionExtract
               WHEN "T"
                   MOVE FUNCTION NUMVAL(Transaccion-Rec(21:20))
                       TO WS-Total-Control-Tr
      *> convertiria en cero sin avisar) pero igual se cuenta y se
      *> hashea como se parseo, para que el descuadre de controles
      *> tambien delate el archivo corrupto.
                       PERFORM TomarCamposDetalle
                       MOVE "N" TO WS-Es-Continuacion
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-Num1-Texto)) = "R" THEN
                           MOVE "Y" TO WS-Es-Continuacion
                       END-IF
                       PERFORM ValidarMontosTrans
                       IF WS-Es-Continuacion = "Y" THEN
                           MOVE 0 TO Num1
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-Num1-Texto)
                               TO Num1
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-Num2-Texto) TO Num2
                       ADD Num1 TO WS-Hash-Total-Tr
                       ADD Num2 TO WS-Hash-Total-Tr
                       PERFORM ProcesarTransaccion
      *> que el job nocturno se detenga.
       VerificarControlesTrans.
           IF WS-Controles-OK = "Y" THEN
               IF WS-Version-Extract = "?" THEN
                   DISPLAY "Error: el encabezado trae la marca de "
                       "version '" WS-Marca-Version "', que no es "
                       "un layout conocido; corrida rechazada."
                   MOVE "N" TO WS-Controles-OK
               END-IF
               IF WS-Vio-Trailer-Tr = "N" THEN
                   DISPLAY "Error: el archivo de transacciones no "
                       "trae registro trailer, corrida rechazada."
      *> monto: el monto real llega del Resultado anterior y solo
      *> Num2 se valida como texto.
           IF WS-Es-Continuacion = "N" THEN
               MOVE WS-Num1-Texto TO WS-Valida-Monto
               PERFORM ValidarMontoAlpha
               IF WS-Monto-Valido = "N" THEN
                   MOVE "N" TO WS-Montos-Validos
               END-IF
           END-IF.
           MOVE WS-Num2-Texto TO WS-Valida-Monto.
           PERFORM ValidarMontoAlpha.
           IF WS-Monto-Valido = "N" THEN
               MOVE "N" TO WS-Montos-Validos
               MOVE "Y" TO WS-Rej-Work-Abierto
           END-IF.
           ADD 1 TO WS-Rechazos-Contados.
           IF WS-Version-Extract = "2" THEN
               MOVE Transaccion-V2-Rec(1:79) TO Rechazo2-Detalle
               MOVE ";" TO Rechazo2-Sep
               MOVE WS-Motivo-Rechazo TO Rechazo2-Motivo
               MOVE SPACES TO Rechazo2-Relleno
               MOVE WS-Rechazo-Registro-V2 TO Rechazo-Work-Rec
           ELSE
               MOVE Transaccion-Rec TO Rechazo-Detalle
               MOVE ";" TO Rechazo-Sep
               MOVE WS-Motivo-Rechazo TO Rechazo-Motivo
               MOVE SPACES TO Rechazo-Relleno
               MOVE WS-Trans-ID TO Rechazo-TransID
               MOVE WS-Rechazo-Registro TO Rechazo-Work-Rec
           END-IF.
           WRITE Rechazo-Work-Rec.
      *> Al hash del archivo de rechazos el Num1 va como esta en el
      *> DETALLE que se acaba de escribir, no como se calculo: en
               MOVE SPACES TO Rechazo-Rec
               MOVE "H" TO Rechazo-Rec(1:1)
               MOVE WS-Rechazos-Contados TO Rechazo-Rec(21:6)
      *> Los rechazos de un extract de version 2 salen en version 2,
      *> con su marca, para que el resubmit los lea con el layout
      *> ancho.
               IF WS-Version-Extract = "2" THEN
                   MOVE "V2" TO Rechazo-Rec(41:2)
               END-IF
               WRITE Rechazo-Rec

               PERFORM CopiarRechazosDelTrabajo
               MOVE "T" TO Rechazo-Rec(1:1)
               MOVE WS-Hash-Rechazos TO WS-Resultado-Edit
               MOVE FUNCTION TRIM(WS-Resultado-Edit)
                   TO Rechazo-Rec(21:20)
               WRITE Rechazo-Rec

               CLOSE RechazosFile
           IF WS-Trans-ID NOT = SPACES THEN
               PERFORM BuscarIDProcesado
           END-IF.
           MOVE SPACES TO WS-Motivo-V2.
           MOVE 0 TO WS-Tasa-Aplicada.
           IF WS-Version-Extract = "2" THEN
               PERFORM ValidarDatosV2
           END-IF.

           EVALUATE TRUE
               WHEN WS-ID-Duplicado = "Y"
                   MOVE "ID-DUPLICADO" TO WS-Motivo-Rechazo
                   DISPLAY "Error: el ID " FUNCTION TRIM(WS-Trans-ID)
                       " ya se proceso hoy, transaccion rechazada."
               WHEN WS-Motivo-V2 NOT = SPACES
                   MOVE 0 TO Resultado
                   MOVE "N" TO WS-Calculo-Exitoso
                   MOVE WS-Motivo-V2 TO WS-Motivo-Rechazo
      *> La continuacion encadena el Resultado anterior en SU moneda
      *> (antes de convertir); encadenarlo en otra moneda mezclaria
      *> unidades sin que nadie lo note.
               WHEN WS-Es-Continuacion = "Y" AND
                       WS-Hay-Previo = "Y" AND
                       WS-Moneda NOT = WS-Moneda-Previa
                   MOVE 0 TO Resultado
                   MOVE "N" TO WS-Calculo-Exitoso
                   MOVE "CADENA-MONEDA" TO WS-Motivo-Rechazo
                   DISPLAY "Error: la continuacion viene en otra "
                       "moneda que la transaccion anterior, "
                       "transaccion rechazada."
               WHEN WS-Es-Continuacion = "Y" AND
                       WS-Hay-Previo NOT = "Y"
                   MOVE 0 TO Resultado
      *> disponible para una continuacion en el detalle que sigue
      *> solo si el calculo salio bien; un fallo corta la cadena.
           IF WS-Calculo-Exitoso = "Y" THEN
               MOVE WS-Resultado-Moneda TO WS-Resultado-Previo
               MOVE WS-Moneda TO WS-Moneda-Previa
               MOVE "Y" TO WS-Hay-Previo
           ELSE
               MOVE "N" TO WS-Hay-Previo
                   FUNCTION TRIM(WS-Trans-ID) DELIMITED BY SIZE
                   INTO Resultado-Rec
               END-STRING
               IF WS-Version-Extract = "2" THEN
                   MOVE Resultado-Rec TO WS-Linea-Base
                   MOVE ";" TO WS-Sep-Cola
                   PERFORM AgregarColaMoneda
                   MOVE WS-Linea-Trabajo TO Resultado-Rec
               END-IF
           ELSE
               STRING FUNCTION TRIM(Operacion) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Trans-ID) DELIMITED BY SIZE
                   INTO Resultado-Rec
               END-STRING
               IF WS-Version-Extract = "2" THEN
                   MOVE 0 TO WS-Tasa-Aplicada
                   MOVE Resultado-Rec TO WS-Linea-Base
                   MOVE ";" TO WS-Sep-Cola
                   PERFORM AgregarColaMoneda
                   MOVE WS-Linea-Trabajo TO Resultado-Rec
               END-IF
           END-IF.
           WRITE Resultado-Rec.
      *> Solo un calculo exitoso registra su ID como procesado: una
       *> Registra un calculo exitoso en la bitacora de auditoria y en
       *> el CSV, con la misma marca de tiempo para ambos.
       RegistrarResultado.
           MOVE Resultado TO WS-Resultado-Moneda.
      *> Version 1 e interactivo conservan el tope del layout
      *> estandar de montos: un Resultado que no cabe ahi se rechaza
      *> como desborde en vez de publicarse con mas digitos de los
      *> que espera quien lee esas lineas.
           IF WS-Version-Extract NOT = "2" AND
                   (Resultado > WS-Tope-Version1 OR
                    Resultado < 0 - WS-Tope-Version1) THEN
               DISPLAY "Error: el resultado " Resultado " no cabe "
                   "en el layout de montos, se rechaza."
               MOVE "DESBORDE" TO WS-Motivo-Rechazo
               MOVE 0 TO Resultado
               EXIT PARAGRAPH
           END-IF.
           IF WS-Tasa-Aplicada > 0 THEN
               COMPUTE Resultado ROUNDED =
                   WS-Resultado-Moneda * WS-Tasa-Aplicada
                   ON SIZE ERROR
                       DISPLAY "Error: el resultado convertido a "
                           "moneda base se desborda, se rechaza."
                       MOVE "DESBORDE" TO WS-Motivo-Rechazo
                       MOVE 0 TO Resultado
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF.
           MOVE "Y" TO WS-Calculo-Exitoso.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           PERFORM EscribirAuditoria.
               FUNCTION TRIM(WS-Trans-ID) DELIMITED BY SIZE
               INTO Auditoria-Rec
           END-STRING.
           IF WS-Version-Extract = "2" AND WS-Modo-Marca = "B" THEN
               MOVE Auditoria-Rec TO WS-Linea-Base
               MOVE ";" TO WS-Sep-Cola
               PERFORM AgregarColaMoneda
               MOVE WS-Linea-Trabajo TO Auditoria-Rec
           END-IF.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Auditoria-Rec TO Cad-Linea.
           PERFORM LlamarCadena.
           MOVE SPACES TO Auditoria-Rec.
           STRING Cad-Linea(1:Cad-Largo-Texto) DELIMITED BY SIZE
               Cad-Sello DELIMITED BY SIZE
               INTO Auditoria-Rec
           END-STRING.
           WRITE Auditoria-Rec.

       *> El CALL deja RETURN-CODE en el del subprograma; se guarda y
       *> se restaura para no perder un aviso ya puesto en la corrida.
       LlamarCadena.
           MOVE RETURN-CODE TO WS-Cadena-CC.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE WS-Cadena-CC TO RETURN-CODE.

       *> Agrega una fila al CSV de exportacion con el mismo contenido
       *> que la bitacora, separado por comas para finanzas.
       EscribirCsv.
               FUNCTION TRIM(WS-Trans-ID) DELIMITED BY SIZE
               INTO Csv-Rec
           END-STRING.
           IF WS-Version-Extract = "2" AND WS-Modo-Marca = "B" THEN
               MOVE Csv-Rec TO WS-Linea-Base
               MOVE "," TO WS-Sep-Cola
               PERFORM AgregarColaMoneda
               MOVE WS-Linea-Trabajo TO Csv-Rec
           END-IF.
           WRITE Csv-Rec.

      *> Agrega la cola de version 2 a la linea en WS-Linea-Base con
      *> el separador del archivo destino y la deja en
      *> WS-Linea-Trabajo. Moneda base: moneda, Resultado original y
      *> tasa vacios (solo la fecha valor).
       AgregarColaMoneda.
           MOVE SPACES TO WS-Linea-Trabajo.
           IF WS-Tasa-Aplicada > 0 THEN
               MOVE WS-Resultado-Moneda TO WS-Resultado-Moneda-Edit
               MOVE WS-Tasa-Aplicada TO WS-Tasa-Edit
               STRING FUNCTION TRIM(WS-Linea-Base) DELIMITED BY SIZE
                   WS-Sep-Cola DELIMITED BY SIZE
                   WS-Moneda DELIMITED BY SPACE
                   WS-Sep-Cola DELIMITED BY SIZE
                   WS-Fecha-Valor DELIMITED BY SPACE
                   WS-Sep-Cola DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Resultado-Moneda-Edit)
                       DELIMITED BY SIZE
                   WS-Sep-Cola DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tasa-Edit) DELIMITED BY SIZE
                   INTO WS-Linea-Trabajo
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-Linea-Base) DELIMITED BY SIZE
                   WS-Sep-Cola DELIMITED BY SIZE
                   WS-Moneda DELIMITED BY SPACE
                   WS-Sep-Cola DELIMITED BY SIZE
                   WS-Fecha-Valor DELIMITED BY SPACE
                   WS-Sep-Cola DELIMITED BY SIZE
                   WS-Sep-Cola DELIMITED BY SIZE
                   INTO WS-Linea-Trabajo
               END-STRING
           END-IF.

      *> Validaciones propias del detalle de version 2, antes de
      *> calcular: la fecha valor es obligatoria y debe ser una fecha
      *> real (puede ser futura: una operacion con valor adelantado),
      *> y una moneda extranjera debe tener tasa vigente en esa
      *> fecha. El motivo queda en WS-Motivo-V2 (espacios = bien).
       ValidarDatosV2.
           CALL "ValidarFecha" USING WS-Fecha-Valor WS-Fecha-Valida
               WS-Fecha-Motivo.
           IF WS-Fecha-Valida NOT = "Y" AND
                   WS-Fecha-Motivo NOT = "FECHA-FUTURA" THEN
               MOVE "FECHA-VALOR" TO WS-Motivo-V2
               DISPLAY "Error: fecha valor invalida ("
                   FUNCTION TRIM(WS-Fecha-Motivo) ") en la "
                   "transaccion " FUNCTION TRIM(WS-Trans-ID)
                   ", transaccion rechazada."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Moneda = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BuscarTasaFechaValor.
           IF WS-Tasa-Aplicada = 0 THEN
               MOVE "SIN-TASA" TO WS-Motivo-V2
               DISPLAY "Error: la moneda " WS-Moneda " no tiene "
                   "tasa vigente al " WS-Fecha-Valor
                   ", transaccion rechazada."
           END-IF.

      *> La tasa que rige la fecha valor: la de fecha efectiva mas
      *> reciente que no pase de esa fecha. En un empate de fechas
      *> gana la tasa vigente y, entre lineas de historia, la ultima
      *> de la bitacora (una correccion del mismo dia).
       BuscarTasaFechaValor.
           MOVE 0 TO WS-Tasa-Aplicada.
           MOVE SPACES TO WS-Tasa-Mejor-Fecha.
           MOVE "N" TO WS-Tasa-Mejor-Vigente.
           PERFORM VARYING WS-Tasa-Ix FROM 1 BY 1
                   UNTIL WS-Tasa-Ix > WS-Tasas-Cuenta
               IF Tasa-Moneda(WS-Tasa-Ix) = WS-Moneda AND
                       Tasa-Fecha(WS-Tasa-Ix) <= WS-Fecha-Valor THEN
                   IF Tasa-Fecha(WS-Tasa-Ix) > WS-Tasa-Mejor-Fecha OR
                           (Tasa-Fecha(WS-Tasa-Ix) =
                               WS-Tasa-Mejor-Fecha AND
                            WS-Tasa-Mejor-Vigente = "N") THEN
                       MOVE Tasa-Fecha(WS-Tasa-Ix)
                           TO WS-Tasa-Mejor-Fecha
                       MOVE Tasa-Valor(WS-Tasa-Ix) TO WS-Tasa-Aplicada
                       MOVE Tasa-Vigente(WS-Tasa-Ix)
                           TO WS-Tasa-Mejor-Vigente
                   END-IF
               END-IF
           END-PERFORM.

      *> Carga las tasas vigentes y despues la historia de tasas
      *> (solo las lineas de la bitacora que traen fecha efectiva y
      *> tasa nueva; las quitadas y las lineas viejas sin fecha no
      *> sirven para fechar). Las vigentes van primero para que un
      *> desborde de la tabla nunca las deje fuera. Sin ninguno de
      *> los dos archivos solo pasan las transacciones en moneda
      *> base.
       CargarTasasVigencia.
           MOVE 0 TO WS-Tasas-Cuenta.
           MOVE "N" TO WS-Tasas-EOF.
           MOVE "Y" TO WS-Tasa-Es-Vigente.
           OPEN INPUT TasasFile.
           IF WS-Tasas-Status NOT = "00" THEN
               MOVE "Y" TO WS-Tasas-EOF
           END-IF.
           PERFORM UNTIL WS-Tasas-EOF = "Y"
               READ TasasFile
                   AT END
                       MOVE "Y" TO WS-Tasas-EOF
                   NOT AT END
                       PERFORM GuardarTasaVigente
               END-READ
           END-PERFORM.
           IF WS-Tasas-Status = "00" OR WS-Tasas-Status = "10" THEN
               CLOSE TasasFile
           END-IF.

           MOVE "N" TO WS-Tasas-EOF.
           MOVE "N" TO WS-Tasa-Es-Vigente.
           OPEN INPUT TasasLogFile.
           IF WS-Tasas-Log-Status NOT = "00" THEN
               MOVE "Y" TO WS-Tasas-EOF
           END-IF.
           PERFORM UNTIL WS-Tasas-EOF = "Y"
               READ TasasLogFile
                   AT END
                       MOVE "Y" TO WS-Tasas-EOF
                   NOT AT END
                       PERFORM GuardarTasaHistoria
               END-READ
           END-PERFORM.
           IF WS-Tasas-Log-Status = "00" OR
                   WS-Tasas-Log-Status = "10" THEN
               CLOSE TasasLogFile
           END-IF.

      *> Linea de bitacora: marca;moneda;anterior;nueva;operador;
      *> fecha efectiva.
       GuardarTasaHistoria.
           MOVE SPACES TO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3
               WS-TC-Campo-4 WS-TC-Campo-5 WS-TC-Campo-6.
           UNSTRING Tasa-Log-Rec DELIMITED BY ";"
               INTO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3
                   WS-TC-Campo-4 WS-TC-Campo-5 WS-TC-Campo-6
           END-UNSTRING.
           IF WS-TC-Campo-6 = SPACES OR
                   FUNCTION NUMVAL(WS-TC-Campo-4) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TC-Campo-2(1:3) TO WS-TC-Campo-1.
           MOVE WS-TC-Campo-6(1:10) TO WS-TC-Campo-3.
           MOVE WS-TC-Campo-4 TO WS-TC-Campo-2.
           PERFORM AgregarTasaTabla.

      *> Linea vigente: Moneda;Tasa[;AAAA-MM-DD]. Sin fecha rige
      *> para cualquier fecha valor.
       GuardarTasaVigente.
           IF Tasa-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3.
           UNSTRING Tasa-Rec DELIMITED BY ";"
               INTO WS-TC-Campo-1 WS-TC-Campo-2 WS-TC-Campo-3
           END-UNSTRING.
           IF FUNCTION NUMVAL(WS-TC-Campo-2) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-TC-Campo-3 = SPACES THEN
               MOVE "0000-00-00" TO WS-TC-Campo-3
           END-IF.
           PERFORM AgregarTasaTabla.

       AgregarTasaTabla.
           IF WS-Tasas-Cuenta >= 2000 THEN
               IF WS-Tasas-Desbordadas = "N" THEN
                   MOVE "Y" TO WS-Tasas-Desbordadas
                   DISPLAY "Aviso: la tabla de tasas por fecha se "
                       "lleno; se ignora el resto de la historia."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Tasas-Cuenta.
           MOVE FUNCTION UPPER-CASE(WS-TC-Campo-1(1:3))
               TO Tasa-Moneda(WS-Tasas-Cuenta).
           MOVE FUNCTION NUMVAL(WS-TC-Campo-2)
               TO Tasa-Valor(WS-Tasas-Cuenta).
           MOVE WS-TC-Campo-3(1:10) TO Tasa-Fecha(WS-Tasas-Cuenta).
           MOVE WS-Tasa-Es-Vigente TO Tasa-Vigente(WS-Tasas-Cuenta).

       END PROGRAM Condicionales.
