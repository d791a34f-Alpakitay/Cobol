               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Cuarentena-Status.

      *> Subtotales por sucursal de cada corrida: el acumulado anual
      *> solo recibe el gran total, y sin esto el desempeno de una
      *> sucursal contra su presupuesto solo quedaba en la pantalla
      *> de la noche. Una linea por sucursal consolidada o apartada.
           SELECT SubtotalesFile ASSIGN TO DYNAMIC WS-Subtotales-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Subtotales-Status.

      *> Diario contable para el mayor (layout en
      *> copybooks/DIARIOSUMA.cpy): contabilidad tecleaba el total
      *> consolidado y los ajustes a mano desde la pantalla de la
      *> noche, y de ahi salian las diferencias del cierre de mes.
      *> Cada corrida que postea al acumulador arma un lote con el
      *> subtotal de cada sucursal consolidada, su contrapartida y
      *> los ajustes aprobados desde el lote anterior. El lote se
      *> arma completo en un archivo de trabajo y solo se publica
      *> (data/SUMADIARIO.AAAAMMDD.NN.DAT, lo que toma el mayor) si
      *> el debe y el haber balancean; si no, queda apartado como
      *> .RCH para revision y nunca hay un lote a medias o
      *> descuadrado donde el mayor lo recoge.
           SELECT DiarioFile ASSIGN TO DYNAMIC WS-Diario-Tmp-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Diario-Status.

           SELECT PublicadoFile ASSIGN TO DYNAMIC WS-Diario-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Publicado-Status.

      *> Control del diario: hasta cuando cubrio los ajustes el
      *> ultimo lote, y su fecha y numero de lote.
           SELECT DiarioControlFile ASSIGN TO DYNAMIC WS-DiaCtl-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DiaCtl-Status.

      *> Cola de ajustes (la escribe AjustesSuma, la resuelve
      *> AprobacionAjustesSuma) y las cuentas del mayor de cada
      *> motivo (MantenimientoCuentasAjuste), para asentar los
      *> ajustes aprobados.
           SELECT PendientesFile ASSIGN TO DYNAMIC WS-Pend-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Pend-Status.

           SELECT CuentasAjusteFile ASSIGN TO DYNAMIC WS-CtasA-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CtasA-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MontosFile.
       FD TiposCambioFile.
           01 TipoCambio-Rec PIC X(40).

      *> La cola es la de los ajustes de AjustesSuma
      *> (;A;motivo;nota;operador;anio) y la apertura que deja
      *> CierreAnualSuma (;S;...); una corrida solo lleva en ella el
      *> sello de la cadena de control (;secuencia;control).
       FD AcumuladoFile.
           01 Acumulado-Rec.
               05 Acum-Fecha PIC X(10).
               05 Acum-Sep PIC X(1).
               05 Acum-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 Acum-Sep2 PIC X(1).
               05 Acum-Tipo PIC X(1).
               05 Acum-Cola PIC X(114).

       FD SucursalesFile.
           COPY SUCURSAL.
       FD CuarentenaFile.
           01 Cuarentena-Rec PIC X(100).

       FD SubtotalesFile.
           COPY SUBTOTALSUC.

       FD DiarioFile.
           COPY DIARIOSUMA.

       FD PublicadoFile.
           01 Publicado-Rec PIC X(200).

       FD DiarioControlFile.
           01 DiarioCtl-Rec.
               05 DiaC-Corte PIC X(16).
               05 DiaC-Sep1 PIC X(1).
               05 DiaC-Fecha PIC X(8).
               05 DiaC-Sep2 PIC X(1).
               05 DiaC-Lote PIC 9(2).

       FD PendientesFile.
           COPY AJUSTEPEND.

       FD CuentasAjusteFile.
           COPY CUENTAAJUSTE.

       WORKING-STORAGE SECTION.

      *> Constancia del paso en el historial de corridas del job
      *> de la sucursal cuando viene de la referencia, para que los
      *> subtotales se reporten por sucursal y no por ruta; en una
      *> lista armada por argumentos los dos quedan en blanco.
      *> Tambien sus cuentas del mayor y como le fue en la corrida
      *> ("C" consolidada con su subtotal, "Q" apartada), para el
      *> diario contable.
           01 Archivos-Tabla.
               05 Archivo-Entrada-Tab OCCURS 20 TIMES.
                   10 WS-Archivo-Entrada PIC X(40).
                   10 WS-Archivo-Codigo PIC X(10).
                   10 WS-Archivo-Nombre PIC X(30).
                   10 WS-Archivo-Cta-Debe PIC X(12).
                   10 WS-Archivo-Cta-Haber PIC X(12).
                   10 WS-Archivo-Estado PIC X(1).
                   10 WS-Archivo-Subtotal PIC S9(10)V9(2) SIGN
                       LEADING SEPARATE.
           01 WS-Archivos-Cuenta PIC 9(2) VALUE 0.
           01 WS-Archivo-Ix PIC 9(2) VALUE 0.
           01 WS-Base-Archivo PIC S9(10)V9(2) SIGN LEADING
           01 WS-Indice-Inicio PIC 9(6) VALUE 0.
           01 WS-CK-Archivo-Inicio PIC 9(2) VALUE 0.
           01 WS-CK-Indice-Inicio PIC 9(6) VALUE 0.
           01 WS-CK-Aplica PIC X VALUE "Y".

      *> Trailer del archivo: total de control para balancear contra
      *> lo que en realidad se acumulo (igual que los otros batch que
           01 WS-Acumulado-EOF PIC X VALUE "N".
           01 WS-Acumulado-YTD PIC S9(10)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           COPY CADENA.
           01 WS-Cadena-CC PIC S9(4) VALUE 0.

      *> Carga de la referencia de sucursales.
           01 WS-Sucs-Path PIC X(40) VALUE "data/SUCURSALES.DAT".
           01 WS-Cuarentena-Path PIC X(40)
               VALUE "data/SUMACUARENTENA.DAT".
           01 WS-Cuarentena-Status PIC XX VALUE SPACES.
           01 WS-Subtotales-Path PIC X(40)
               VALUE "data/SUMASUCURSALES.DAT".
           01 WS-Subtotales-Status PIC XX VALUE SPACES.
           01 WS-Subtotal-Estado PIC X(1) VALUE SPACES.

      *> Anio contable de cada linea del acumulador al recalcular el
      *> anio-a-la-fecha.
           01 WS-Acum-Anio-Hoy PIC X(4) VALUE SPACES.
           01 WS-Acum-Anio-Linea PIC X(4) VALUE SPACES.
           01 WS-Acum-Aj-Motivo PIC X(14) VALUE SPACES.
           01 WS-Acum-Aj-Nota PIC X(40) VALUE SPACES.
           01 WS-Acum-Aj-Operador PIC X(8) VALUE SPACES.
           01 WS-Acum-Aj-Anio PIC X(4) VALUE SPACES.

      *> Diario contable: archivo de trabajo, lote publicado (o
      *> rechazado) y control de lotes.
           01 WS-Diario-Tmp-Path PIC X(40)
               VALUE "data/SUMADIARIO.TMP".
           01 WS-Diario-Status PIC XX VALUE SPACES.
           01 WS-Diario-EOF PIC X VALUE "N".
           01 WS-Diario-Path PIC X(40) VALUE SPACES.
           01 WS-Diario-Ext PIC X(4) VALUE SPACES.
           01 WS-Publicado-Status PIC XX VALUE SPACES.
           01 WS-DiaCtl-Path PIC X(40)
               VALUE "data/SUMADIARIO.CTL".
           01 WS-DiaCtl-Status PIC XX VALUE SPACES.
           01 WS-Pend-Path PIC X(40)
               VALUE "data/AJUSTESPENDIENTES.DAT".
           01 WS-Pend-Status PIC XX VALUE SPACES.
           01 WS-Pend-EOF PIC X VALUE "N".
           01 WS-CtasA-Path PIC X(40)
               VALUE "data/CUENTASAJUSTE.DAT".
           01 WS-CtasA-Status PIC XX VALUE SPACES.
           01 WS-CtasA-EOF PIC X VALUE "N".
           01 CtasA-Tabla.
               05 CtasA-Entrada OCCURS 20 TIMES.
                   10 TabA-Motivo PIC X(14).
                   10 TabA-Cuenta-Debe PIC X(12).
                   10 TabA-Cuenta-Haber PIC X(12).
           01 WS-CtasA-Cuenta PIC 9(2) VALUE 0.
           01 WS-CtasA-Ix PIC 9(2) VALUE 0.

      *> Lote en armado: numero, desde/hasta cuando cubre los
      *> ajustes, y los controles que van al trailer.
           01 WS-Diario-Hoy PIC X(8) VALUE SPACES.
           01 WS-Diario-Lote PIC 9(2) VALUE 0.
           01 WS-Diario-Lotes-Llenos PIC X VALUE "N".
           01 WS-Diario-Copiado PIC X VALUE "N".
           01 WS-Diario-Corte PIC X(16) VALUE SPACES.
           01 WS-Diario-Generado PIC X(16) VALUE SPACES.
           01 WS-Diario-Con-Referencia PIC X VALUE "N".
           01 WS-Diario-Linea PIC 9(5) VALUE 0.
           01 WS-Diario-Debe PIC S9(11)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Diario-Haber PIC S9(11)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Diario-Sucursales-Total PIC S9(11)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Diario-Sucursales PIC 9(2) VALUE 0.
           01 WS-Diario-Ajustes PIC 9(4) VALUE 0.
           01 WS-Diario-Apartadas PIC 9(2) VALUE 0.
           01 WS-Diario-Codigos PIC X(110) VALUE SPACES.
           01 WS-Diario-Ptr PIC 9(3) VALUE 1.
           01 WS-Diario-Sin-Cuenta PIC 9(4) VALUE 0.
           01 WS-Diario-Sin-Subtotal PIC 9(2) VALUE 0.
           01 WS-Diario-Desborde PIC X VALUE "N".
           01 WS-Diario-OK PIC X VALUE "Y".
           01 WS-Diario-Debe-Edit PIC +(11)9.99.
           01 WS-Diario-Haber-Edit PIC +(11)9.99.

      *> Un asiento (linea y contrapartida) en armado: un monto
      *> negativo invierte los lados, el monto va siempre positivo.
           01 WS-Par-Monto PIC S9(10)V9(2) SIGN LEADING
               SEPARATE VALUE 0.
           01 WS-Par-Cuenta-Debe PIC X(12) VALUE SPACES.
           01 WS-Par-Cuenta-Haber PIC X(12) VALUE SPACES.
           01 WS-Par-Origen PIC X(1) VALUE SPACES.
           01 WS-Par-Referencia PIC X(14) VALUE SPACES.
           01 WS-Par-Folio PIC X(6) VALUE SPACES.
           01 WS-Par-Descripcion PIC X(30) VALUE SPACES.
           01 WS-Lin-Cuenta PIC X(12) VALUE SPACES.
           01 WS-Lin-Lado PIC X(1) VALUE SPACES.
           01 WS-Lin-Origen PIC X(1) VALUE SPACES.
           01 WS-Lin-Monto PIC S9(10)V9(2) SIGN LEADING
               SEPARATE VALUE 0.

       PROCEDURE DIVISION.
       CalculaYMuestraResultado.
               PERFORM BorrarCheckpoint
               IF WS-Sucursales-Consolidadas > 0 THEN
                   PERFORM ActualizarAcumuladoAnual
                   PERFORM GenerarDiarioContable
               END-IF
           END-IF.
           IF WS-Sucursales-Falladas > 0 THEN
                       MOVE WS-Archivo-Ix TO WS-Archivos-Cuenta
                   END-IF
               END-PERFORM
               PERFORM ResolverCodigosPorRuta
           END-IF.

      *> Una lista armada por argumentos (p.ej. la sucursal reparada
      *> despues de la cuarentena) toma el codigo y el nombre de la
      *> referencia cuando la ruta es la de una sucursal, para que
      *> su subtotal quede a nombre de la sucursal y no de la ruta.
       ResolverCodigosPorRuta.
           MOVE "N" TO WS-Sucs-EOF.
           OPEN INPUT SucursalesFile.
           IF WS-Sucs-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Sucs-EOF = "Y"
               READ SucursalesFile
                   AT END
                       MOVE "Y" TO WS-Sucs-EOF
                   NOT AT END
                       PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                               UNTIL WS-Archivo-Ix > WS-Archivos-Cuenta
                           IF FUNCTION TRIM(
                                   WS-Archivo-Entrada(WS-Archivo-Ix))
                                   = FUNCTION TRIM(Suc-Ruta) AND
                                   WS-Archivo-Codigo(WS-Archivo-Ix)
                                   = SPACES THEN
                               MOVE Suc-Codigo TO
                                   WS-Archivo-Codigo(WS-Archivo-Ix)
                               MOVE Suc-Nombre TO
                                   WS-Archivo-Nombre(WS-Archivo-Ix)
                               MOVE Suc-Cuenta-Debe TO
                                   WS-Archivo-Cta-Debe(WS-Archivo-Ix)
                               MOVE Suc-Cuenta-Haber TO
                                   WS-Archivo-Cta-Haber(WS-Archivo-Ix)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SucursalesFile.

      *> Lee la referencia y agrega a la lista cada sucursal activa
      *> con su ruta, codigo y nombre. Una referencia que existe pero
           MOVE Suc-Ruta TO WS-Archivo-Entrada(WS-Sucs-Activas).
           MOVE Suc-Codigo TO WS-Archivo-Codigo(WS-Sucs-Activas).
           MOVE Suc-Nombre TO WS-Archivo-Nombre(WS-Sucs-Activas).
           MOVE Suc-Cuenta-Debe TO WS-Archivo-Cta-Debe(WS-Sucs-Activas).
           MOVE Suc-Cuenta-Haber
               TO WS-Archivo-Cta-Haber(WS-Sucs-Activas).

      *> Un archivo de la lista: si el checkpoint dice que ya quedo
      *> consolidado en una corrida anterior se salta completo; si
               MOVE WS-Base-Archivo TO Resultado
               ADD 1 TO WS-Sucursales-Falladas
               PERFORM RegistrarCuarentena
               MOVE 0 TO WS-Subtotal-Archivo
               MOVE "Q" TO WS-Subtotal-Estado
               MOVE "Q" TO WS-Archivo-Estado(WS-Archivo-Ix)
               MOVE 0 TO WS-Archivo-Subtotal(WS-Archivo-Ix)
               PERFORM RegistrarSubtotalSucursal
               PERFORM GrabarCheckpointSucursal
               EXIT PARAGRAPH
           END-IF.

                       WS-Montos-Path) ": "
                       FUNCTION TRIM(WS-Subtotal-Edit)
               END-IF
               MOVE "C" TO WS-Subtotal-Estado
               MOVE "C" TO WS-Archivo-Estado(WS-Archivo-Ix)
               MOVE WS-Subtotal-Archivo
                   TO WS-Archivo-Subtotal(WS-Archivo-Ix)
               MOVE SPACES TO WS-Motivo-Cuarentena
               PERFORM RegistrarSubtotalSucursal
               PERFORM GrabarCheckpointSucursal
           END-IF.

      *> Deja el subtotal de la sucursal en turno (o su noche en
      *> cuarentena) en el historial por sucursal. Un archivo suelto
      *> que no es de ninguna sucursal de la referencia no tiene a
      *> nombre de quien quedar y no se registra.
       RegistrarSubtotalSucursal.
           IF WS-Archivo-Codigo(WS-Archivo-Ix) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SubtotalesFile.
           IF WS-Subtotales-Status = "35" THEN
               OPEN OUTPUT SubtotalesFile
           END-IF.
           IF WS-Subtotales-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir el subtotal por "
                   "sucursal: " WS-Subtotales-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SubtotalSuc-Rec.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SubS-Fecha.
           MOVE ";" TO SubS-Sep1 SubS-Sep2 SubS-Sep3 SubS-Sep4.
           MOVE WS-Archivo-Codigo(WS-Archivo-Ix) TO SubS-Codigo.
           MOVE WS-Subtotal-Archivo TO SubS-Monto.
           MOVE WS-Subtotal-Estado TO SubS-Estado.
           MOVE WS-Motivo-Cuarentena TO SubS-Motivo.
           WRITE SubtotalSuc-Rec.
           CLOSE SubtotalesFile.

      *> Deja la constancia de la sucursal apartada: fecha, sucursal
      *> (codigo de la referencia o la ruta cuando vino por
           IF WS-Checkpoint-Status = "00" THEN
               READ CheckpointFile
                   NOT AT END
                       IF CK-Indice > 0 OR CK-Archivo > 0 THEN
                           PERFORM RevisarCheckpointAplica
                       END-IF
               END-READ
           IF CK-Archivo = 0 THEN
               MOVE 1 TO CK-Archivo
           END-IF.
      *> Un checkpoint de fin de sucursal apunta al inicio de la
      *> siguiente; despues de la ultima apunta una posicion mas
      *> alla de la lista, sin ruta: todas quedaron consolidadas.
           MOVE "Y" TO WS-CK-Aplica.
           IF CK-Archivo = WS-Archivos-Cuenta + 1 THEN
               IF CK-Indice NOT = 0 OR CK-Ruta NOT = SPACES THEN
                   MOVE "N" TO WS-CK-Aplica
               END-IF
           ELSE
               IF CK-Archivo > WS-Archivos-Cuenta THEN
                   MOVE "N" TO WS-CK-Aplica
               ELSE
                   IF CK-Ruta NOT = WS-Archivo-Entrada(CK-Archivo)
                           THEN
                       MOVE "N" TO WS-CK-Aplica
                   END-IF
               END-IF
           END-IF.
           IF WS-CK-Aplica = "N" THEN
               DISPLAY "Aviso: el checkpoint pendiente no "
                   "corresponde a la lista de archivos de esta "
                   "corrida, se ignora."
           WRITE Checkpoint-Rec.
           CLOSE CheckpointFile.

      *> Al terminar una sucursal (consolidada o en cuarentena), y ya
      *> con su linea en el historial por sucursal, el checkpoint
      *> pasa al inicio de la siguiente: una corrida que muere antes
      *> del siguiente checkpoint de detalle no vuelve a procesar la
      *> sucursal ni a repetir su subtotal o su cuarentena. La base
      *> de la siguiente es el total que lleva la corrida.
       GrabarCheckpointSucursal.
           OPEN OUTPUT CheckpointFile.
           COMPUTE CK-Archivo = WS-Archivo-Ix + 1.
           MOVE 0 TO CK-Indice.
           MOVE Resultado TO CK-Total.
           MOVE Resultado TO CK-Base.
           IF WS-Archivo-Ix < WS-Archivos-Cuenta THEN
               MOVE WS-Archivo-Entrada(WS-Archivo-Ix + 1) TO CK-Ruta
           ELSE
               MOVE SPACES TO CK-Ruta
           END-IF.
           WRITE Checkpoint-Rec.
           CLOSE CheckpointFile.

      *> No hay DELETE de archivo en COBOL estandar: dejar el
      *> checkpoint en indice cero equivale a "sin corrida pendiente".
       BorrarCheckpoint.
      *> primero lo recalcula leyendo todas las corridas anteriores,
      *> despues agrega la de hoy, para poder mostrar un acumulado sin
      *> tener que llevar la cuenta a mano entre corridas.
      *> El anio-a-la-fecha es del anio en curso: las lineas de un
      *> anio anterior que todavia no se cerro (y los ajustes que el
      *> operador posteo a ese anio) no entran.
       ActualizarAcumuladoAnual.
           MOVE 0 TO WS-Acumulado-YTD.
           MOVE "N" TO WS-Acumulado-EOF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Acum-Anio-Hoy.

           OPEN INPUT AcumuladoFile.
           IF WS-Acumulado-Status = "00" THEN
                       AT END
                           MOVE "Y" TO WS-Acumulado-EOF
                       NOT AT END
                           PERFORM DeterminarAnioAcumulado
                           IF WS-Acum-Anio-Linea = WS-Acum-Anio-Hoy
                                   THEN
                               ADD Acum-Monto TO WS-Acumulado-YTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AcumuladoFile

           ADD Resultado TO WS-Acumulado-YTD.

           MOVE "ULTIMO" TO Cad-Operacion.
           MOVE WS-Acumulado-Path TO Cad-Ruta.
           PERFORM LlamarCadena.
           OPEN EXTEND AcumuladoFile.
           IF WS-Acumulado-Status = "35" THEN
               OPEN OUTPUT AcumuladoFile
           END-IF.
           MOVE SPACES TO Acumulado-Rec.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Acum-Fecha(1:8).
           MOVE ";" TO Acum-Sep.
           MOVE Resultado TO Acum-Monto.
           MOVE "SELLAR" TO Cad-Operacion.
           MOVE Acumulado-Rec TO Cad-Linea.
           PERFORM LlamarCadena.
           MOVE Cad-Sello TO Acum-Cola.
           WRITE Acumulado-Rec.
           CLOSE AcumuladoFile.

           DISPLAY "Acumulado anio-a-la-fecha: " WS-Acumulado-YTD.

       DeterminarAnioAcumulado.
           MOVE Acum-Fecha(1:4) TO WS-Acum-Anio-Linea.
           IF Acum-Tipo NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Acum-Aj-Motivo WS-Acum-Aj-Nota
               WS-Acum-Aj-Operador WS-Acum-Aj-Anio.
           UNSTRING Acum-Cola(2:113) DELIMITED BY ";"
               INTO WS-Acum-Aj-Motivo WS-Acum-Aj-Nota
                   WS-Acum-Aj-Operador WS-Acum-Aj-Anio
           END-UNSTRING.
           IF WS-Acum-Aj-Anio IS NUMERIC THEN
               MOVE WS-Acum-Aj-Anio TO WS-Acum-Anio-Linea
           END-IF.

      *> Arma el lote del diario contable de esta corrida y lo
      *> publica solo si balancea. Una corrida sin la referencia de
      *> sucursales (el SUMAMONTOS.DAT de siempre) no tiene cuentas
      *> del mayor contra que asentar: no arma lote y los ajustes
      *> quedan para el primer lote que se arme.
      *> Un lote rechazado deja el paso en condition code 4 y no en
      *> 8: el acumulado ya recibio la corrida y un re-arranque del
      *> job la postearia doble. Contabilidad revisa el .RCH,
      *> corrige las cuentas y lo asienta a mano esa vez.
       GenerarDiarioContable.
           MOVE "N" TO WS-Diario-Con-Referencia.
           PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                   UNTIL WS-Archivo-Ix > WS-Archivos-Cuenta
               IF WS-Archivo-Codigo(WS-Archivo-Ix) NOT = SPACES THEN
                   MOVE "Y" TO WS-Diario-Con-Referencia
               END-IF
           END-PERFORM.
           IF WS-Diario-Con-Referencia = "N" THEN
               DISPLAY "Aviso: la corrida no viene de la referencia "
                   "de sucursales (sin cuentas del mayor), no se arma "
                   "diario contable."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CK-Archivo-Inicio > 1 THEN
               PERFORM RecuperarSubtotalesPrevios
           END-IF.
           PERFORM CargarCuentasAjuste.
           PERFORM LeerControlDiario.
           IF WS-Diario-Lotes-Llenos = "Y" THEN
               DISPLAY "Error: ya hay 99 lotes del diario contable "
                   "con fecha " WS-Diario-Hoy ", no se arma otro."
               PERFORM MarcarDiarioRechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-Diario-Linea WS-Diario-Debe WS-Diario-Haber
               WS-Diario-Sucursales-Total WS-Diario-Sucursales
               WS-Diario-Ajustes WS-Diario-Apartadas
               WS-Diario-Sin-Cuenta WS-Diario-Sin-Subtotal.
           MOVE SPACES TO WS-Diario-Codigos.
           MOVE 1 TO WS-Diario-Ptr.
           MOVE "N" TO WS-Diario-Desborde.
           PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                   UNTIL WS-Archivo-Ix > WS-Archivos-Cuenta
               IF WS-Archivo-Estado(WS-Archivo-Ix) = "C" THEN
                   ADD 1 TO WS-Diario-Sucursales
               END-IF
           END-PERFORM.

           OPEN OUTPUT DiarioFile.
           IF WS-Diario-Status NOT = "00" THEN
               DISPLAY "Error abriendo el diario contable "
                   FUNCTION TRIM(WS-Diario-Tmp-Path) ": "
                   WS-Diario-Status
               PERFORM MarcarDiarioRechazado
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Diario-Encabezado.
           MOVE "H" TO DiaE-Tipo.
           MOVE WS-Diario-Hoy TO DiaE-Fecha.
           MOVE WS-Diario-Lote TO DiaE-Lote.
           MOVE WS-Diario-Generado TO DiaE-Generado.
           MOVE WS-Diario-Corte TO DiaE-Desde.
           MOVE WS-Diario-Sucursales TO DiaE-Sucursales.
           MOVE ";" TO DiaE-Sep1 DiaE-Sep2 DiaE-Sep3 DiaE-Sep4
               DiaE-Sep5.
           WRITE Diario-Encabezado.

           PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                   UNTIL WS-Archivo-Ix > WS-Archivos-Cuenta
               PERFORM AsentarSucursal
           END-PERFORM.
           PERFORM AsentarAjustesAprobados.

           MOVE SPACES TO Diario-Trailer.
           MOVE "T" TO DiaT-Tipo.
           MOVE WS-Diario-Hoy TO DiaT-Fecha.
           MOVE WS-Diario-Linea TO DiaT-Lineas.
           MOVE WS-Diario-Debe TO DiaT-Total-Debe.
           MOVE WS-Diario-Haber TO DiaT-Total-Haber.
           MOVE WS-Diario-Ajustes TO DiaT-Ajustes.
           MOVE WS-Diario-Apartadas TO DiaT-Apartadas.
           MOVE WS-Diario-Codigos TO DiaT-Codigos-Apartadas.
           MOVE ";" TO DiaT-Sep1 DiaT-Sep2 DiaT-Sep3 DiaT-Sep4
               DiaT-Sep5 DiaT-Sep6 DiaT-Sep7.
           WRITE Diario-Trailer.
           CLOSE DiarioFile.

           PERFORM RevisarDiario.
           PERFORM PublicarDiario.
      *> Si ni siquiera se pudo copiar, el lote no existe para
      *> nadie: el siguiente vuelve a cubrir sus ajustes.
           IF WS-Diario-Copiado = "Y" THEN
               PERFORM GrabarControlDiario
           END-IF.

      *> Las sucursales que el checkpoint salto ya se consolidaron
      *> en la corrida interrumpida: su subtotal (o su cuarentena)
      *> es la ultima linea que dejaron en el historial por
      *> sucursal.
       RecuperarSubtotalesPrevios.
           OPEN INPUT SubtotalesFile.
           IF WS-Subtotales-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Diario-EOF.
           PERFORM UNTIL WS-Diario-EOF = "Y"
               READ SubtotalesFile
                   AT END
                       MOVE "Y" TO WS-Diario-EOF
                   NOT AT END
                       PERFORM VARYING WS-Archivo-Ix FROM 1 BY 1
                               UNTIL WS-Archivo-Ix >=
                                   WS-CK-Archivo-Inicio
                           IF WS-Archivo-Codigo(WS-Archivo-Ix) =
                                   SubS-Codigo AND SubS-Codigo
                                   NOT = SPACES THEN
                               MOVE SubS-Estado TO
                                   WS-Archivo-Estado(WS-Archivo-Ix)
                               MOVE SubS-Monto TO
                                   WS-Archivo-Subtotal(WS-Archivo-Ix)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SubtotalesFile.

      *> Tabla de cuentas del mayor por motivo de ajuste. Que el
      *> archivo no exista no es error por si solo: solo hace falta
      *> si el lote trae ajustes.
       CargarCuentasAjuste.
           MOVE 0 TO WS-CtasA-Cuenta.
           MOVE SPACES TO CtasA-Tabla.
           MOVE "N" TO WS-CtasA-EOF.
           OPEN INPUT CuentasAjusteFile.
           IF WS-CtasA-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CtasA-EOF = "Y"
               READ CuentasAjusteFile
                   AT END
                       MOVE "Y" TO WS-CtasA-EOF
                   NOT AT END
                       IF CtaA-Motivo NOT = SPACES AND
                               WS-CtasA-Cuenta < 20 THEN
                           ADD 1 TO WS-CtasA-Cuenta
                           MOVE CtaA-Motivo
                               TO TabA-Motivo(WS-CtasA-Cuenta)
                           MOVE CtaA-Cuenta-Debe
                               TO TabA-Cuenta-Debe(WS-CtasA-Cuenta)
                           MOVE CtaA-Cuenta-Haber
                               TO TabA-Cuenta-Haber(WS-CtasA-Cuenta)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CuentasAjusteFile.

      *> Numero del lote de hoy (el siguiente al ultimo de la misma
      *> fecha) y desde cuando cubre los ajustes: desde donde llego
      *> el lote anterior, o desde el inicio del dia si nunca hubo
      *> lote.
       LeerControlDiario.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Diario-Generado.
           MOVE WS-Diario-Generado(1:8) TO WS-Diario-Hoy.
           MOVE 1 TO WS-Diario-Lote.
           MOVE "N" TO WS-Diario-Lotes-Llenos.
           MOVE SPACES TO WS-Diario-Corte.
           STRING WS-Diario-Hoy DELIMITED BY SIZE
               "00000000" DELIMITED BY SIZE
               INTO WS-Diario-Corte
           END-STRING.
           OPEN INPUT DiarioControlFile.
           IF WS-DiaCtl-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ DiarioControlFile
               NOT AT END
                   IF DiaC-Corte NOT = SPACES THEN
                       MOVE DiaC-Corte TO WS-Diario-Corte
                   END-IF
                   IF DiaC-Fecha = WS-Diario-Hoy AND
                           DiaC-Lote IS NUMERIC THEN
                       IF DiaC-Lote >= 99 THEN
                           MOVE "Y" TO WS-Diario-Lotes-Llenos
                       ELSE
                           COMPUTE WS-Diario-Lote = DiaC-Lote + 1
                       END-IF
                   END-IF
           END-READ.
           CLOSE DiarioControlFile.

      *> El subtotal de una sucursal consolidada va al debe de su
      *> cuenta de cargo con su contrapartida al haber de la de
      *> abono; una sucursal apartada no asienta nada y queda
      *> anotada para el trailer.
       AsentarSucursal.
           EVALUATE WS-Archivo-Estado(WS-Archivo-Ix)
               WHEN "C"
                   MOVE WS-Archivo-Subtotal(WS-Archivo-Ix)
                       TO WS-Par-Monto
                   ADD WS-Par-Monto TO WS-Diario-Sucursales-Total
                   MOVE WS-Archivo-Cta-Debe(WS-Archivo-Ix)
                       TO WS-Par-Cuenta-Debe
                   MOVE WS-Archivo-Cta-Haber(WS-Archivo-Ix)
                       TO WS-Par-Cuenta-Haber
                   MOVE "S" TO WS-Par-Origen
                   MOVE WS-Archivo-Codigo(WS-Archivo-Ix)
                       TO WS-Par-Referencia
                   MOVE SPACES TO WS-Par-Folio
                   IF WS-Archivo-Nombre(WS-Archivo-Ix) NOT = SPACES
                           THEN
                       MOVE WS-Archivo-Nombre(WS-Archivo-Ix)
                           TO WS-Par-Descripcion
                   ELSE
                       MOVE WS-Archivo-Entrada(WS-Archivo-Ix)
                           TO WS-Par-Descripcion
                   END-IF
                   IF WS-Par-Cuenta-Debe = SPACES OR
                           WS-Par-Cuenta-Haber = SPACES THEN
                       DISPLAY "Error: la sucursal "
                           FUNCTION TRIM(WS-Par-Descripcion)
                           " no tiene cuentas contables en la "
                           "referencia (MantenimientoSucursales)."
                   END-IF
                   PERFORM AsentarPar
               WHEN "Q"
                   ADD 1 TO WS-Diario-Apartadas
                   PERFORM AnotarApartada
               WHEN OTHER
                   IF WS-Archivo-Entrada(WS-Archivo-Ix) NOT = SPACES
                           THEN
                       ADD 1 TO WS-Diario-Sin-Subtotal
                       DISPLAY "Error: no se encontro el subtotal de "
                           FUNCTION TRIM(
                               WS-Archivo-Entrada(WS-Archivo-Ix))
                           " consolidado antes del checkpoint."
                   END-IF
           END-EVALUATE.

      *> Agrega la sucursal apartada (su codigo, o la ruta si vino
      *> por argumento) a la lista del trailer, separada por comas.
       AnotarApartada.
           IF WS-Diario-Ptr > 1 AND WS-Diario-Ptr < 110 THEN
               STRING "," DELIMITED BY SIZE
                   INTO WS-Diario-Codigos
                   WITH POINTER WS-Diario-Ptr
               END-STRING
           END-IF.
           IF WS-Archivo-Codigo(WS-Archivo-Ix) NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-Archivo-Codigo(WS-Archivo-Ix))
                       DELIMITED BY SIZE
                   INTO WS-Diario-Codigos
                   WITH POINTER WS-Diario-Ptr
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-Archivo-Entrada(WS-Archivo-Ix))
                       DELIMITED BY SIZE
                   INTO WS-Diario-Codigos
                   WITH POINTER WS-Diario-Ptr
               END-STRING
           END-IF.

      *> Los ajustes que AprobacionAjustesSuma aprobo (y posteo al
      *> acumulador) despues del corte del lote anterior y hasta
      *> ahora: un ajuste aprobado en la tarde despues de la corrida
      *> entra en el lote de la noche siguiente, nunca en dos.
       AsentarAjustesAprobados.
           MOVE "N" TO WS-Pend-EOF.
           OPEN INPUT PendientesFile.
           IF WS-Pend-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-Pend-EOF = "Y"
               READ PendientesFile
                   AT END
                       MOVE "Y" TO WS-Pend-EOF
                   NOT AT END
                       IF AjP-Estado = "A" AND
                               AjP-Resuelto(1:16) > WS-Diario-Corte AND
                               AjP-Resuelto(1:16) <=
                                   WS-Diario-Generado THEN
                           PERFORM AsentarAjuste
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PendientesFile.

       AsentarAjuste.
           ADD 1 TO WS-Diario-Ajustes.
           MOVE AjP-Monto TO WS-Par-Monto.
           MOVE SPACES TO WS-Par-Cuenta-Debe WS-Par-Cuenta-Haber.
           PERFORM VARYING WS-CtasA-Ix FROM 1 BY 1
                   UNTIL WS-CtasA-Ix > WS-CtasA-Cuenta
               IF TabA-Motivo(WS-CtasA-Ix) = AjP-Motivo THEN
                   MOVE TabA-Cuenta-Debe(WS-CtasA-Ix)
                       TO WS-Par-Cuenta-Debe
                   MOVE TabA-Cuenta-Haber(WS-CtasA-Ix)
                       TO WS-Par-Cuenta-Haber
                   MOVE WS-CtasA-Cuenta TO WS-CtasA-Ix
               END-IF
           END-PERFORM.
           MOVE "A" TO WS-Par-Origen.
           MOVE AjP-Motivo TO WS-Par-Referencia.
           MOVE AjP-Folio TO WS-Par-Folio.
           MOVE AjP-Nota TO WS-Par-Descripcion.
           IF WS-Par-Cuenta-Debe = SPACES OR
                   WS-Par-Cuenta-Haber = SPACES THEN
               DISPLAY "Error: el ajuste " AjP-Folio " trae el motivo "
                   FUNCTION TRIM(AjP-Motivo) " sin cuentas contables "
                   "(MantenimientoCuentasAjuste)."
           END-IF.
           PERFORM AsentarPar.

      *> Escribe la linea del asiento y su contrapartida. Monto
      *> positivo: la cuenta de cargo al debe y la de abono al
      *> haber; negativo (un subtotal o un ajuste que resta): los
      *> lados al reves, con el monto en positivo.
       AsentarPar.
           IF WS-Par-Monto < 0 THEN
               COMPUTE WS-Lin-Monto = 0 - WS-Par-Monto
               MOVE "H" TO WS-Lin-Lado
           ELSE
               MOVE WS-Par-Monto TO WS-Lin-Monto
               MOVE "D" TO WS-Lin-Lado
           END-IF.
           MOVE WS-Par-Cuenta-Debe TO WS-Lin-Cuenta.
           MOVE WS-Par-Origen TO WS-Lin-Origen.
           PERFORM EscribirLineaDiario.

           IF WS-Lin-Lado = "D" THEN
               MOVE "H" TO WS-Lin-Lado
           ELSE
               MOVE "D" TO WS-Lin-Lado
           END-IF.
           MOVE WS-Par-Cuenta-Haber TO WS-Lin-Cuenta.
           MOVE "C" TO WS-Lin-Origen.
           PERFORM EscribirLineaDiario.

       EscribirLineaDiario.
           ADD 1 TO WS-Diario-Linea.
           IF WS-Lin-Cuenta = SPACES THEN
               ADD 1 TO WS-Diario-Sin-Cuenta
           END-IF.
           IF WS-Lin-Lado = "D" THEN
               ADD WS-Lin-Monto TO WS-Diario-Debe
                   ON SIZE ERROR
                       MOVE "Y" TO WS-Diario-Desborde
               END-ADD
           ELSE
               ADD WS-Lin-Monto TO WS-Diario-Haber
                   ON SIZE ERROR
                       MOVE "Y" TO WS-Diario-Desborde
               END-ADD
           END-IF.
           MOVE SPACES TO Diario-Detalle.
           MOVE "D" TO DiaD-Tipo.
           MOVE WS-Diario-Hoy TO DiaD-Fecha.
           MOVE WS-Diario-Linea TO DiaD-Linea.
           MOVE WS-Lin-Cuenta TO DiaD-Cuenta.
           MOVE WS-Lin-Lado TO DiaD-Lado.
           MOVE WS-Lin-Monto TO DiaD-Monto.
           MOVE WS-Lin-Origen TO DiaD-Origen.
           MOVE WS-Par-Referencia TO DiaD-Referencia.
           MOVE WS-Par-Folio TO DiaD-Folio.
           MOVE WS-Par-Descripcion TO DiaD-Descripcion.
      *> El ";" separa los campos; dentro de la descripcion no.
           INSPECT DiaD-Descripcion REPLACING ALL ";" BY ",".
           MOVE ";" TO DiaD-Sep1 DiaD-Sep2 DiaD-Sep3 DiaD-Sep4
               DiaD-Sep5 DiaD-Sep6 DiaD-Sep7 DiaD-Sep8 DiaD-Sep9.
           WRITE Diario-Detalle.

      *> Controles del lote antes de publicarlo: el debe contra el
      *> haber, ninguna linea sin cuenta, y las lineas de sucursal
      *> contra el total consolidado que entro al acumulado (el
      *> mayor y el acumulado tienen que decir lo mismo).
       RevisarDiario.
           MOVE "Y" TO WS-Diario-OK.
           MOVE WS-Diario-Debe TO WS-Diario-Debe-Edit.
           MOVE WS-Diario-Haber TO WS-Diario-Haber-Edit.
           IF WS-Diario-Desborde = "Y" THEN
               DISPLAY "Error: los totales del diario contable se "
                   "desbordan."
               MOVE "N" TO WS-Diario-OK
           END-IF.
           IF WS-Diario-Debe NOT = WS-Diario-Haber THEN
               DISPLAY "Error: el diario contable no balancea: debe "
                   FUNCTION TRIM(WS-Diario-Debe-Edit) " haber "
                   FUNCTION TRIM(WS-Diario-Haber-Edit) "."
               MOVE "N" TO WS-Diario-OK
           END-IF.
           IF WS-Diario-Sin-Cuenta > 0 THEN
               DISPLAY "Error: el diario contable trae "
                   WS-Diario-Sin-Cuenta " linea(s) sin cuenta."
               MOVE "N" TO WS-Diario-OK
           END-IF.
           IF WS-Diario-Sin-Subtotal > 0 OR
                   WS-Diario-Sucursales-Total NOT = Resultado THEN
               MOVE WS-Diario-Sucursales-Total TO WS-Subtotal-Edit
               MOVE Resultado TO WS-Resultado-Edit
               DISPLAY "Error: las lineas de sucursal del diario ("
                   FUNCTION TRIM(WS-Subtotal-Edit) ") no cuadran "
                   "con el total consolidado ("
                   FUNCTION TRIM(WS-Resultado-Edit) ")."
               MOVE "N" TO WS-Diario-OK
           END-IF.

      *> Copia el lote de trabajo a su nombre final: .DAT si paso
      *> los controles (lo que recoge el mayor), .RCH si no.
       PublicarDiario.
           IF WS-Diario-OK = "Y" THEN
               MOVE ".DAT" TO WS-Diario-Ext
           ELSE
               MOVE ".RCH" TO WS-Diario-Ext
           END-IF.
           MOVE SPACES TO WS-Diario-Path.
           STRING "data/SUMADIARIO." DELIMITED BY SIZE
               WS-Diario-Hoy DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-Diario-Lote DELIMITED BY SIZE
               WS-Diario-Ext DELIMITED BY SIZE
               INTO WS-Diario-Path
           END-STRING.

           MOVE "N" TO WS-Diario-Copiado.
           OPEN INPUT DiarioFile.
           OPEN OUTPUT PublicadoFile.
           IF WS-Diario-Status NOT = "00" OR
                   WS-Publicado-Status NOT = "00" THEN
               DISPLAY "Error: no se pudo copiar el diario contable a "
                   FUNCTION TRIM(WS-Diario-Path) ": "
                   WS-Diario-Status "/" WS-Publicado-Status
               CLOSE DiarioFile PublicadoFile
               PERFORM MarcarDiarioRechazado
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Diario-EOF.
           PERFORM UNTIL WS-Diario-EOF = "Y"
               READ DiarioFile
                   AT END
                       MOVE "Y" TO WS-Diario-EOF
                   NOT AT END
                       MOVE Diario-Trailer TO Publicado-Rec
                       WRITE Publicado-Rec
               END-READ
           END-PERFORM.
           CLOSE DiarioFile PublicadoFile.
           MOVE "Y" TO WS-Diario-Copiado.

           IF WS-Diario-OK = "Y" THEN
               DISPLAY "Diario contable publicado en "
                   FUNCTION TRIM(WS-Diario-Path) ": "
                   WS-Diario-Linea " lineas, debe "
                   FUNCTION TRIM(WS-Diario-Debe-Edit) " haber "
                   FUNCTION TRIM(WS-Diario-Haber-Edit) "."
           ELSE
               DISPLAY "Error: el diario contable NO se publica; el "
                   "lote quedo en " FUNCTION TRIM(WS-Diario-Path)
                   " para revision de contabilidad."
               PERFORM MarcarDiarioRechazado
           END-IF.
           IF WS-Diario-Apartadas > 0 THEN
               DISPLAY "Aviso: " WS-Diario-Apartadas " sucursal(es) "
                   "en cuarentena fuera del diario ("
                   FUNCTION TRIM(WS-Diario-Codigos)
                   "), anotadas en el trailer."
           END-IF.

       MarcarDiarioRechazado.
           IF RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> El lote, publicado o rechazado, ya tiene numero y ya
      *> cubrio sus ajustes: el siguiente arranca donde este acabo,
      *> para que ningun ajuste salga en dos lotes.
       GrabarControlDiario.
           OPEN OUTPUT DiarioControlFile.
           IF WS-DiaCtl-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo grabar el control del "
                   "diario contable: " WS-DiaCtl-Status
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DiarioCtl-Rec.
           MOVE WS-Diario-Generado TO DiaC-Corte.
           MOVE WS-Diario-Hoy TO DiaC-Fecha.
           MOVE WS-Diario-Lote TO DiaC-Lote.
           MOVE ";" TO DiaC-Sep1 DiaC-Sep2.
           WRITE DiarioCtl-Rec.
           CLOSE DiarioControlFile.

      *> El CALL deja RETURN-CODE en el del subprograma; se guarda y
      *> se restaura para no perder un aviso ya puesto en la corrida.
       LlamarCadena.
           MOVE RETURN-CODE TO WS-Cadena-CC.
           CALL "CadenaAuditoria" USING Cadena-Parametros.
           MOVE WS-Cadena-CC TO RETURN-CODE.

       END PROGRAM Suma.
