      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumenGerencial.

      *> Resumen gerencial de una pagina al cierre del job nocturno
      *> (data/RESUMEN.AAAAMMDD.RPT). La gerencia recibia cada
      *> manana cinco salidas sueltas (roster, la pantalla de Suma,
      *> la conciliacion, ReporteExcepciones y ReporteCorridas); esta
      *> hoja junta las cifras de cabecera de todas, sin reemplazar a
      *> ninguna:
      *>   - plantilla por estado y por departamento (maestro de
      *>     empleados), con las altas y bajas del dia segun
      *>     data/EMPMOVS.DAT;
      *>   - Suma: total consolidado del dia, sucursales consolidadas
      *>     contra las que quedaron en cuarentena
      *>     (data/SUMASUCURSALES.DAT) y el acumulado del anio
      *>     (data/SUMAACUMULADO.DAT, con el mismo criterio de anio
      *>     contable que usa Suma);
      *>   - Condicionales: volumen por operacion de la generacion de
      *>     hoy y rechazos por motivo (data/CONDREJECT.DAT);
      *>   - conciliacion, confirmacion de finanzas y cadena de
      *>     control de las bitacoras: el condition code del paso de
      *>     hoy en data/RUNHISTORY.DAT;
      *>   - duracion de cada paso de hoy contra su tendencia (el
      *>     promedio del paso en los 30 dias anteriores).
      *> Cada cifra sale junto a la del dia previo y con su semaforo
      *> VERDE / AMBAR / ROJO.
      *>
      *> El dia previo es la ultima noche anterior a hoy que dejo
      *> cifras en data/RESUMENHIST.DAT (fecha;clave;valor); esta
      *> corrida agrega ahi las suyas. Un lunes compara contra el
      *> viernes. Una recorrida del mismo dia vuelve a agregar sus
      *> lineas y el dia siguiente toma la ultima de cada clave.
      *>
      *> Umbrales: data/RESUMENUMBRALES.DAT, una linea
      *> CLAVE;MODO;AMBAR;ROJO por cifra (las lineas en blanco o que
      *> empiezan con "*" son comentario). Una clave que termina en
      *> "*" aplica a todas las que empiezan igual (DEPTO:*, PASO:*).
      *> Modos:
      *>   A  alto es malo: ROJO desde el valor ROJO, AMBAR desde AMBAR
      *>   B  bajo es malo: ROJO hasta el valor ROJO, AMBAR hasta AMBAR
      *>   V  variacion en % contra el dia previo, en cualquier sentido
      *>   T  % de la tendencia (solo pasos; 5 segundos de margen)
      *>   N  sin semaforo
      *> Lo que el archivo no trae toma los umbrales de omision de
      *> ArmarUmbralesOmision; sin archivo, todos los de omision.
      *>
      *> La hoja es de una pagina: lo que no cabe en las 60 lineas de
      *> contenido se omite con una nota al pie (para eso estan los
      *> reportes de detalle). Los departamentos salen hasta 8 en
      *> orden de nombre, las operaciones hasta 7 y los motivos de
      *> rechazo hasta 5; el resto de cada grupo junta en "(OTROS)".
      *>
      *> Es informativo: termina en 0 aunque haya cifras en ROJO (las
      *> excepciones de la noche ya las cuenta ReporteExcepciones), y
      *> en 8 solo si no pudo escribir la hoja.
      *>
      *> Uso: ResumenGerencial   (sin argumentos, ultimo paso del job)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO DYNAMIC WS-Emp-Path
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-Emp-Key
               FILE STATUS WS-Emp-Status.

           SELECT MovimientosFile ASSIGN TO DYNAMIC WS-Movs-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Movs-Status.

           SELECT AcumuladoFile ASSIGN TO DYNAMIC WS-Acumulado-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Acumulado-Status.

           SELECT SubtotalesFile ASSIGN TO DYNAMIC WS-Subtotales-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Subtotales-Status.

           SELECT ResultadosFile ASSIGN TO DYNAMIC WS-Result-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Result-Status.

           SELECT RechazosFile ASSIGN TO DYNAMIC WS-Rechazo-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Rechazo-Status.

           SELECT HistorialFile ASSIGN TO DYNAMIC WS-Hist-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Hist-Status.

           SELECT ResumenHistFile ASSIGN TO DYNAMIC WS-ResH-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ResH-Status.

           SELECT UmbralesFile ASSIGN TO DYNAMIC WS-Umb-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Umb-Status.

           SELECT ReporteFile ASSIGN TO DYNAMIC WS-Reporte-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Reporte-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY EMPLOYEE.

       FD MovimientosFile.
           01 Movimiento-Rec PIC X(200).

      *> Mismo layout que escribe Suma (ver Suma.cbl).
       FD AcumuladoFile.
           01 Acumulado-Rec.
               05 Acum-Fecha PIC X(10).
               05 Acum-Sep PIC X(1).
               05 Acum-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 Acum-Sep2 PIC X(1).
               05 Acum-Tipo PIC X(1).
               05 Acum-Cola PIC X(114).

       FD SubtotalesFile.
           COPY SUBTOTALSUC.

       FD ResultadosFile.
           01 Resultado-Rec PIC X(150).

       FD RechazosFile.
           01 Rechazo-Rec PIC X(100).

       FD HistorialFile.
           01 Historial-Rec PIC X(100).

      *> Cifras de cada noche, para la comparacion del dia siguiente.
       FD ResumenHistFile.
           01 ResHist-Rec.
               05 RsH-Fecha PIC X(8).
               05 RsH-Sep1 PIC X(1).
               05 RsH-Clave PIC X(30).
               05 RsH-Sep2 PIC X(1).
               05 RsH-Valor PIC S9(12)V9(2) SIGN LEADING SEPARATE.

       FD UmbralesFile.
           01 Umbral-Rec PIC X(80).

       FD ReporteFile.
           01 Reporte-Linea PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Emp-Path PIC X(40) VALUE "data/EMPLOYEE.DAT".
           01 WS-Emp-Key PIC 9(6) VALUE 0.
           01 WS-Emp-Status PIC XX VALUE SPACES.
           01 WS-Movs-Path PIC X(40) VALUE "data/EMPMOVS.DAT".
           01 WS-Movs-Status PIC XX VALUE SPACES.
           01 WS-Acumulado-Path PIC X(40)
               VALUE "data/SUMAACUMULADO.DAT".
           01 WS-Acumulado-Status PIC XX VALUE SPACES.
           01 WS-Subtotales-Path PIC X(40)
               VALUE "data/SUMASUCURSALES.DAT".
           01 WS-Subtotales-Status PIC XX VALUE SPACES.
           01 WS-Result-Path PIC X(40) VALUE SPACES.
           01 WS-Result-Status PIC XX VALUE SPACES.
           01 WS-Rechazo-Path PIC X(40) VALUE "data/CONDREJECT.DAT".
           01 WS-Rechazo-Status PIC XX VALUE SPACES.
           01 WS-Hist-Path PIC X(40) VALUE "data/RUNHISTORY.DAT".
           01 WS-Hist-Status PIC XX VALUE SPACES.
           01 WS-ResH-Path PIC X(40) VALUE "data/RESUMENHIST.DAT".
           01 WS-ResH-Status PIC XX VALUE SPACES.
           01 WS-Umb-Path PIC X(40)
               VALUE "data/RESUMENUMBRALES.DAT".
           01 WS-Umb-Status PIC XX VALUE SPACES.
           01 WS-Reporte-Path PIC X(40) VALUE SPACES.
           01 WS-Reporte-Status PIC XX VALUE SPACES.
           01 WS-EOF PIC X VALUE "N".

           01 WS-Fecha-Hoy PIC X(8) VALUE SPACES.
           01 WS-Hoy-Guiones PIC X(10) VALUE SPACES.
           01 WS-Anio-Hoy PIC X(4) VALUE SPACES.
           01 WS-Dia-Habil PIC X VALUE "Y".
           01 WS-Dia-Motivo PIC X(50) VALUE SPACES.

      *> Cifras de la hoja, en el orden en que se imprimen. Seccion:
      *> 1 plantilla, 2 Suma, 3 Condicionales, 4 conciliacion, 5
      *> pasos. Tipo: "N" cuenta, "M" monto, "S" segundos, "C"
      *> condition code de un paso (9999 no corrio, 9998 no aplica
      *> en noche inhabil).
           01 WS-Met-Cuenta PIC 9(3) VALUE 0.
           01 WS-Met-Max PIC 9(3) VALUE 80.
           01 Metricas-Tabla.
               05 Met-Entrada OCCURS 80 TIMES.
                   10 Met-Seccion PIC X(1).
                   10 Met-Clave PIC X(30).
                   10 Met-Etiqueta PIC X(30).
                   10 Met-Tipo PIC X(1).
                   10 Met-Valor PIC S9(12)V9(2).
                   10 Met-Previo PIC S9(12)V9(2).
                   10 Met-Hay-Previo PIC X(1).
                   10 Met-Tendencia PIC S9(12)V9(2).
                   10 Met-Hay-Tendencia PIC X(1).
                   10 Met-Semaforo PIC X(5).
           01 WS-Met-Ix PIC 9(3) VALUE 0.
           01 WS-Nueva-Seccion PIC X(1) VALUE SPACES.
           01 WS-Nueva-Clave PIC X(30) VALUE SPACES.
           01 WS-Nueva-Etiqueta PIC X(30) VALUE SPACES.
           01 WS-Nuevo-Tipo PIC X(1) VALUE SPACES.
           01 WS-Nuevo-Valor PIC S9(12)V9(2) VALUE 0.

      *> Cifras del dia previo (la ultima fecha anterior a hoy en el
      *> historial del resumen).
           01 WS-Fecha-Previa PIC X(8) VALUE SPACES.
           01 WS-Prev-Cuenta PIC 9(3) VALUE 0.
           01 Previos-Tabla.
               05 Prev-Entrada OCCURS 150 TIMES.
                   10 Prev-Clave PIC X(30).
                   10 Prev-Valor PIC S9(12)V9(2).
           01 WS-Prev-Ix PIC 9(3) VALUE 0.
           01 WS-Prev-Hallado-Ix PIC 9(3) VALUE 0.

      *> Umbrales: los de omision y encima los del archivo.
           01 WS-Umb-Cuenta PIC 9(3) VALUE 0.
           01 Umbrales-Tabla.
               05 Umb-Entrada OCCURS 60 TIMES.
                   10 Umb-Clave PIC X(30).
                   10 Umb-Modo PIC X(1).
                   10 Umb-Ambar PIC 9(9)V9(2).
                   10 Umb-Rojo PIC 9(9)V9(2).
           01 WS-Umb-Ix PIC 9(3) VALUE 0.
           01 WS-Umb-Hallado-Ix PIC 9(3) VALUE 0.
           01 WS-Umb-Largo PIC 9(2) VALUE 0.
           01 WS-Umb-Mejor-Largo PIC 9(2) VALUE 0.
           01 WS-Umb-Leidas PIC 9(4) VALUE 0.
           01 WS-Umb-Clave PIC X(30) VALUE SPACES.
           01 WS-Umb-Modo PIC X(1) VALUE SPACES.
           01 WS-Umb-Ambar-Alpha PIC X(15) VALUE SPACES.
           01 WS-Umb-Rojo-Alpha PIC X(15) VALUE SPACES.
           01 WS-Umb-Sobrante PIC X(15) VALUE SPACES.
           01 WS-Umb-Ambar PIC 9(9)V9(2) VALUE 0.
           01 WS-Umb-Rojo PIC 9(9)V9(2) VALUE 0.
           01 WS-Modo PIC X(1) VALUE SPACES.
           01 WS-Pct PIC S9(7)V9(1) VALUE 0.
           01 WS-Rojos PIC 9(3) VALUE 0.
           01 WS-Ambares PIC 9(3) VALUE 0.
           01 WS-Verdes PIC 9(3) VALUE 0.

      *> Plantilla por estado y por departamento (activos), con los
      *> departamentos en orden de nombre.
           01 WS-Activos PIC 9(6) VALUE 0.
           01 WS-Pendientes PIC 9(6) VALUE 0.
           01 WS-Inactivos PIC 9(6) VALUE 0.
           01 WS-Altas-Hoy PIC 9(6) VALUE 0.
           01 WS-Bajas-Hoy PIC 9(6) VALUE 0.
           01 WS-Dep-Cuenta PIC 9(2) VALUE 0.
           01 Deptos-Tabla.
               05 Dep-Entrada OCCURS 50 TIMES.
                   10 Dep-Nombre PIC X(20).
                   10 Dep-Activos PIC 9(6).
           01 WS-Dep-Ix PIC 9(2) VALUE 0.
           01 WS-Dep-Jx PIC 9(2) VALUE 0.
           01 WS-Dep-Hallado-Ix PIC 9(2) VALUE 0.
           01 WS-Dep-Buscado PIC X(20) VALUE SPACES.
           01 WS-Dep-Otros PIC 9(6) VALUE 0.
           01 WS-Dep-Mostrar PIC 9(2) VALUE 8.

      *> Campos de trabajo para partir las lineas por ";".
           01 WS-Campo-1 PIC X(30) VALUE SPACES.
           01 WS-Campo-2 PIC X(30) VALUE SPACES.
           01 WS-Campo-3 PIC X(32) VALUE SPACES.
           01 WS-Campo-4 PIC X(32) VALUE SPACES.
           01 WS-Campo-5 PIC X(30) VALUE SPACES.

      *> Suma: total del dia, sucursales del dia y anio a la fecha.
           01 WS-Suma-Hoy PIC S9(12)V9(2) VALUE 0.
           01 WS-Suma-YTD PIC S9(12)V9(2) VALUE 0.
           01 WS-Acum-Anio-Linea PIC X(4) VALUE SPACES.
           01 WS-Acum-Aj-Motivo PIC X(14) VALUE SPACES.
           01 WS-Acum-Aj-Nota PIC X(40) VALUE SPACES.
           01 WS-Acum-Aj-Operador PIC X(8) VALUE SPACES.
           01 WS-Acum-Aj-Anio PIC X(4) VALUE SPACES.
           01 WS-Suc-Cuenta PIC 9(2) VALUE 0.
           01 Sucs-Tabla.
               05 Suc-Entrada-Tab OCCURS 40 TIMES.
                   10 Sc-Codigo PIC X(10).
                   10 Sc-Estado PIC X(1).
           01 WS-Suc-Ix PIC 9(2) VALUE 0.
           01 WS-Suc-Hallado-Ix PIC 9(2) VALUE 0.
           01 WS-Sucs-Consolidadas PIC 9(3) VALUE 0.
           01 WS-Sucs-Cuarentena PIC 9(3) VALUE 0.

      *> Condicionales: volumen por operacion y rechazos por motivo.
           01 WS-Cond-Total PIC 9(6) VALUE 0.
           01 WS-Cond-Errores PIC 9(6) VALUE 0.
           01 WS-Cond-Hay-Hoy PIC X VALUE "N".
           01 WS-Op-Cuenta PIC 9(2) VALUE 0.
           01 Ops-Tabla.
               05 Op-Entrada OCCURS 8 TIMES.
                   10 Op-Nombre PIC X(20).
                   10 Op-Volumen PIC 9(6).
           01 WS-Op-Ix PIC 9(2) VALUE 0.
           01 WS-Op-Hallado-Ix PIC 9(2) VALUE 0.
           01 WS-Op-Buscado PIC X(20) VALUE SPACES.
           01 WS-Mot-Cuenta PIC 9(2) VALUE 0.
           01 Motivos-Tabla.
               05 Mot-Entrada OCCURS 6 TIMES.
                   10 Mot-Motivo PIC X(15).
                   10 Mot-Cuenta PIC 9(6).
           01 WS-Mot-Ix PIC 9(2) VALUE 0.
           01 WS-Mot-Hallado-Ix PIC 9(2) VALUE 0.
      *> Donde viene el motivo en el archivo de rechazos: columna 42
      *> en el layout original, 81 en el de version 2 (igual que
      *> ReporteExcepciones).
           01 WS-Rechazo-Pos-Motivo PIC 9(3) VALUE 42.
           01 WS-Rechazo-Motivo PIC X(15) VALUE SPACES.

      *> Pasos de hoy en el historial de corridas, con su tendencia:
      *> promedio de duracion del mismo paso en los 30 dias
      *> anteriores a hoy.
           01 WS-Dias-Tendencia PIC 9(3) VALUE 30.
           01 WS-Hoy-Entero PIC 9(7) VALUE 0.
           01 WS-Limite-Entero PIC 9(7) VALUE 0.
           01 WS-Limite-AAAAMMDD PIC 9(8) VALUE 0.
           01 WS-Limite-Alpha PIC X(8) VALUE SPACES.
           01 WS-Paso-Cuenta PIC 9(2) VALUE 0.
           01 Pasos-Tabla.
               05 Paso-Entrada OCCURS 30 TIMES.
                   10 Paso-Nombre PIC X(14).
                   10 Paso-Hoy-Dur PIC 9(7).
                   10 Paso-Hoy-CC PIC X(4).
                   10 Paso-Corrio-Hoy PIC X(1).
                   10 Paso-Prev-Corridas PIC 9(4).
                   10 Paso-Prev-Total PIC 9(9).
           01 WS-Paso-Ix PIC 9(2) VALUE 0.
           01 WS-Paso-Hallado-Ix PIC 9(2) VALUE 0.
           01 WS-Campo-Programa PIC X(14) VALUE SPACES.
           01 WS-Campo-Inicio PIC X(21) VALUE SPACES.
           01 WS-Campo-Fin PIC X(21) VALUE SPACES.
           01 WS-Campo-CC PIC X(4) VALUE SPACES.
           01 WS-Duracion PIC S9(7) VALUE 0.
           01 WS-Ini-Entero PIC 9(7) VALUE 0.
           01 WS-Fin-Entero PIC 9(7) VALUE 0.
           01 WS-Ini-Segundos PIC 9(5) VALUE 0.
           01 WS-Fin-Segundos PIC 9(5) VALUE 0.
           01 WS-CC-Buscado PIC X(14) VALUE SPACES.
           01 WS-CC-Hallado PIC 9(4) VALUE 0.

      *> Hoja de una pagina: 66 lineas, 60 de contenido, como los
      *> demas reportes; lo que no cabe se cuenta para la nota.
           01 WS-Linea-En-Pagina PIC 9(2) VALUE 0.
           01 WS-Lineas-Contenido PIC 9(2) VALUE 60.
           01 WS-Lineas-Pagina PIC 9(2) VALUE 66.
           01 WS-Lineas-Omitidas PIC 9(3) VALUE 0.
           01 WS-Seccion-Actual PIC X(1) VALUE SPACES.
           01 Linea-Trabajo PIC X(80) VALUE SPACES.
           01 WS-Omitidas-Edit PIC ZZ9.
           01 WS-Cuenta-Edit PIC ZZ9.
           01 WS-Cuenta-Edit2 PIC ZZ9.
           01 WS-Cuenta-Edit3 PIC ZZ9.
           01 WS-Previa-Guiones PIC X(10) VALUE SPACES.

           01 Linea-Detalle.
               05 Det-Etiqueta PIC X(30).
               05 Det-Hoy PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 Det-Previo PIC X(16).
               05 FILLER PIC X(1) VALUE SPACES.
               05 Det-Cambio PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 Det-Semaforo PIC X(5).
           01 WS-Monto-Edit PIC -(12)9.99.
           01 WS-Cuenta-Larga-Edit PIC -(15)9.
           01 WS-Pct-Edit PIC +ZZ9.9.
           01 WS-Valor-Texto PIC X(16) VALUE SPACES.
           01 WS-Valor-Trabajo PIC S9(12)V9(2) VALUE 0.
           01 WS-Tendencia-Edit PIC Z(6)9.

      *> Constancia del paso en el historial de corridas del job
      *> nocturno: inicio capturado al arrancar, fin/condition code
      *> y registros procesados grabados por RegistrarCorrida justo
      *> antes de terminar.
           01 WS-Hist-Programa PIC X(14) VALUE "RESUMEN".
           01 WS-Hist-Inicio PIC X(21) VALUE SPACES.
           01 WS-Hist-CC PIC 9(4) VALUE 0.
           01 WS-Hist-Registros PIC 9(6) VALUE 0.
      *> Indicador de que corremos como paso del job nocturno
      *> (variable de ambiente que exporta nightly_batch.sh): solo
      *> entonces se deja constancia en el historial de corridas.
           01 WS-Job-Nocturno PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Resumir.
           MOVE FUNCTION CURRENT-DATE TO WS-Hist-Inicio.
           MOVE WS-Hist-Inicio(1:8) TO WS-Fecha-Hoy.
           MOVE WS-Fecha-Hoy(1:4) TO WS-Anio-Hoy.
           STRING WS-Fecha-Hoy(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Hoy(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fecha-Hoy(7:2) DELIMITED BY SIZE
               INTO WS-Hoy-Guiones
           END-STRING.
           CALL "DiaHabil" USING WS-Hoy-Guiones WS-Dia-Habil
               WS-Dia-Motivo.

           PERFORM ArmarUmbralesOmision.
           PERFORM CargarUmbrales.
           PERFORM CargarPrevios.

           PERFORM ContarPlantilla.
           PERFORM ContarMovimientosHoy.
           PERFORM ResumirSuma.
           PERFORM ResumirCondicionales.
           PERFORM RecorrerHistorialCorridas.

           PERFORM AgregarMetricasPlantilla.
           PERFORM AgregarMetricasSuma.
           PERFORM AgregarMetricasCondicionales.
           PERFORM AgregarMetricasConciliacion.
           PERFORM AgregarMetricasPasos.

           PERFORM VARYING WS-Met-Ix FROM 1 BY 1
                   UNTIL WS-Met-Ix > WS-Met-Cuenta
               PERFORM CompararConPrevio
               PERFORM CalcularSemaforo
           END-PERFORM.

           PERFORM EscribirHoja.
           IF RETURN-CODE = 0 THEN
               PERFORM GrabarCifrasDelDia
           END-IF.

           ACCEPT WS-Job-Nocturno FROM ENVIRONMENT "JOB_NOCTURNO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-Job-Nocturno NOT = SPACES THEN
               MOVE RETURN-CODE TO WS-Hist-CC
               MOVE WS-Met-Cuenta TO WS-Hist-Registros
               CALL "RegistrarCorrida" USING WS-Hist-Programa
                   WS-Hist-Inicio WS-Hist-CC WS-Hist-Registros
      *> El CALL deja RETURN-CODE en el del subprograma (cero); se
      *> restaura el condition code real del paso, que es lo que el
      *> job nocturno revisa.
               MOVE WS-Hist-CC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Umbrales de omision. El archivo de umbrales cambia
      *> cualquiera de estos o agrega claves propias.
       ArmarUmbralesOmision.
           MOVE "PLANTILLA-*" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 5 TO WS-Umb-Ambar.
           MOVE 10 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "DEPTO:*" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 10 TO WS-Umb-Ambar.
           MOVE 25 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "ALTAS-HOY" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 10 TO WS-Umb-Ambar.
           MOVE 25 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "BAJAS-HOY" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 5 TO WS-Umb-Ambar.
           MOVE 10 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "SUMA-TOTAL" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 25 TO WS-Umb-Ambar.
           MOVE 50 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "SUMA-YTD" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 10 TO WS-Umb-Ambar.
           MOVE 25 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "SUCURSALES-CONSOLIDADAS" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 10 TO WS-Umb-Ambar.
           MOVE 25 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "SUCURSALES-CUARENTENA" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 1 TO WS-Umb-Ambar.
           MOVE 2 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "COND-TOTAL" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 25 TO WS-Umb-Ambar.
           MOVE 50 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "OP:*" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 50 TO WS-Umb-Ambar.
           MOVE 100 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "COND-RECHAZOS" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 1 TO WS-Umb-Ambar.
           MOVE 10 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "RECHAZO:*" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 1 TO WS-Umb-Ambar.
           MOVE 10 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "CONCILIACION" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 4 TO WS-Umb-Ambar.
           MOVE 8 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "CONFFINANZAS" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 4 TO WS-Umb-Ambar.
           MOVE 8 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
      *> Una cadena rota en las bitacoras (condition code 4) ya es
      *> ROJO.
           MOVE "BITACORAS" TO WS-Umb-Clave.
           MOVE "A" TO WS-Umb-Modo.
           MOVE 4 TO WS-Umb-Ambar.
           MOVE 4 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
           MOVE "PASO:*" TO WS-Umb-Clave.
           MOVE "T" TO WS-Umb-Modo.
           MOVE 150 TO WS-Umb-Ambar.
           MOVE 200 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.
      *> Cualquier cifra sin umbral propio ni de grupo.
           MOVE "*" TO WS-Umb-Clave.
           MOVE "V" TO WS-Umb-Modo.
           MOVE 25 TO WS-Umb-Ambar.
           MOVE 50 TO WS-Umb-Rojo.
           PERFORM FijarUmbral.

      *> Da de alta o reemplaza el umbral de WS-Umb-Clave.
       FijarUmbral.
           MOVE 0 TO WS-Umb-Hallado-Ix.
           PERFORM VARYING WS-Umb-Ix FROM 1 BY 1
                   UNTIL WS-Umb-Ix > WS-Umb-Cuenta
               IF Umb-Clave(WS-Umb-Ix) = WS-Umb-Clave THEN
                   MOVE WS-Umb-Ix TO WS-Umb-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Umb-Hallado-Ix = 0 THEN
               IF WS-Umb-Cuenta >= 60 THEN
                   DISPLAY "Aviso: mas de 60 umbrales, se ignora "
                       FUNCTION TRIM(WS-Umb-Clave)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Umb-Cuenta
               MOVE WS-Umb-Cuenta TO WS-Umb-Hallado-Ix
           END-IF.
           MOVE WS-Umb-Clave TO Umb-Clave(WS-Umb-Hallado-Ix).
           MOVE WS-Umb-Modo TO Umb-Modo(WS-Umb-Hallado-Ix).
           MOVE WS-Umb-Ambar TO Umb-Ambar(WS-Umb-Hallado-Ix).
           MOVE WS-Umb-Rojo TO Umb-Rojo(WS-Umb-Hallado-Ix).

      *> Archivo de umbrales opcional; una linea mala se avisa y se
      *> salta, la cifra se queda con el de omision.
       CargarUmbrales.
           OPEN INPUT UmbralesFile.
           IF WS-Umb-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UmbralesFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Umb-Leidas
                       PERFORM LeerLineaUmbral
               END-READ
           END-PERFORM.
           CLOSE UmbralesFile.

       LeerLineaUmbral.
           IF Umbral-Rec = SPACES OR
                   FUNCTION TRIM(Umbral-Rec)(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Umb-Clave WS-Umb-Modo WS-Umb-Ambar-Alpha
               WS-Umb-Rojo-Alpha WS-Umb-Sobrante.
           UNSTRING Umbral-Rec DELIMITED BY ";"
               INTO WS-Umb-Clave WS-Umb-Modo WS-Umb-Ambar-Alpha
                   WS-Umb-Rojo-Alpha WS-Umb-Sobrante
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Umb-Clave))
               TO WS-Umb-Clave.
           MOVE FUNCTION UPPER-CASE(WS-Umb-Modo) TO WS-Umb-Modo.
           IF WS-Umb-Modo = "N" AND WS-Umb-Ambar-Alpha = SPACES THEN
               MOVE "0" TO WS-Umb-Ambar-Alpha WS-Umb-Rojo-Alpha
           END-IF.
           IF WS-Umb-Clave = SPACES OR WS-Umb-Sobrante NOT = SPACES
                   OR (WS-Umb-Modo NOT = "A" AND WS-Umb-Modo NOT = "B"
                   AND WS-Umb-Modo NOT = "V" AND WS-Umb-Modo NOT = "T"
                   AND WS-Umb-Modo NOT = "N")
                   OR FUNCTION TEST-NUMVAL(WS-Umb-Ambar-Alpha) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Umb-Rojo-Alpha) NOT = 0
                   THEN
               DISPLAY "Aviso: linea " WS-Umb-Leidas " de "
                   FUNCTION TRIM(WS-Umb-Path) " invalida, se salta: "
                   FUNCTION TRIM(Umbral-Rec)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-Umb-Ambar-Alpha) TO WS-Umb-Ambar.
           MOVE FUNCTION NUMVAL(WS-Umb-Rojo-Alpha) TO WS-Umb-Rojo.
           PERFORM FijarUmbral.

      *> Cifras de la ultima noche anterior a hoy. El historial va en
      *> orden de fecha: una fecha mas nueva que la que se traia
      *> reinicia la tabla; dentro de la misma fecha gana la ultima
      *> linea de cada clave (una recorrida del dia).
       CargarPrevios.
           OPEN INPUT ResumenHistFile.
           IF WS-ResH-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResumenHistFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GuardarPrevio
               END-READ
           END-PERFORM.
           CLOSE ResumenHistFile.

       GuardarPrevio.
           IF RsH-Fecha IS NOT NUMERIC OR RsH-Fecha >= WS-Fecha-Hoy
                   OR RsH-Valor IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF RsH-Fecha < WS-Fecha-Previa THEN
               EXIT PARAGRAPH
           END-IF.
           IF RsH-Fecha > WS-Fecha-Previa THEN
               MOVE RsH-Fecha TO WS-Fecha-Previa
               MOVE 0 TO WS-Prev-Cuenta
           END-IF.
           MOVE 0 TO WS-Prev-Hallado-Ix.
           PERFORM VARYING WS-Prev-Ix FROM 1 BY 1
                   UNTIL WS-Prev-Ix > WS-Prev-Cuenta
               IF Prev-Clave(WS-Prev-Ix) = RsH-Clave THEN
                   MOVE WS-Prev-Ix TO WS-Prev-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Prev-Hallado-Ix = 0 THEN
               IF WS-Prev-Cuenta >= 150 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Prev-Cuenta
               MOVE WS-Prev-Cuenta TO WS-Prev-Hallado-Ix
               MOVE RsH-Clave TO Prev-Clave(WS-Prev-Hallado-Ix)
           END-IF.
           MOVE RsH-Valor TO Prev-Valor(WS-Prev-Hallado-Ix).

      *> Plantilla por estado; los activos (y los pendientes cuya
      *> fecha de ingreso ya llego, que los reportes tratan como
      *> activos) se cuentan ademas por departamento.
       ContarPlantilla.
           OPEN INPUT EmployeeFile.
           IF WS-Emp-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el maestro de "
                   "empleados (" WS-Emp-Status "), plantilla en cero."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EmployeeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ContarEmpleado
               END-READ
           END-PERFORM.
           CLOSE EmployeeFile.

       ContarEmpleado.
           EVALUATE TRUE
               WHEN Emp-Estado = "I"
                   ADD 1 TO WS-Inactivos
               WHEN Emp-Estado = "P" AND
                       Emp-FechaIngreso > WS-Hoy-Guiones
                   ADD 1 TO WS-Pendientes
               WHEN OTHER
                   ADD 1 TO WS-Activos
                   MOVE Emp-Departamento TO WS-Dep-Buscado
                   PERFORM BuscarOInsertarDepto
                   IF WS-Dep-Hallado-Ix > 0 THEN
                       ADD 1 TO Dep-Activos(WS-Dep-Hallado-Ix)
                   ELSE
                       ADD 1 TO WS-Dep-Otros
                   END-IF
           END-EVALUATE.

      *> Busca el departamento; si no esta lo inserta en su lugar
      *> alfabetico. Pasando de 50 departamentos el resto cae en
      *> "(OTROS)" (WS-Dep-Hallado-Ix en cero).
       BuscarOInsertarDepto.
           MOVE 0 TO WS-Dep-Hallado-Ix.
           PERFORM VARYING WS-Dep-Ix FROM 1 BY 1
                   UNTIL WS-Dep-Ix > WS-Dep-Cuenta
               IF Dep-Nombre(WS-Dep-Ix) = WS-Dep-Buscado THEN
                   MOVE WS-Dep-Ix TO WS-Dep-Hallado-Ix
                   EXIT PARAGRAPH
               END-IF
               IF Dep-Nombre(WS-Dep-Ix) > WS-Dep-Buscado THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Dep-Cuenta >= 50 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Dep-Jx FROM WS-Dep-Cuenta BY -1
                   UNTIL WS-Dep-Jx < WS-Dep-Ix
               MOVE Dep-Entrada(WS-Dep-Jx) TO Dep-Entrada(WS-Dep-Jx + 1)
           END-PERFORM.
           ADD 1 TO WS-Dep-Cuenta.
           MOVE WS-Dep-Ix TO WS-Dep-Hallado-Ix.
           MOVE WS-Dep-Buscado TO Dep-Nombre(WS-Dep-Hallado-Ix).
           MOVE 0 TO Dep-Activos(WS-Dep-Hallado-Ix).

      *> Altas y bajas del dia en el historial de movimientos: un
      *> ALTA (ProgramaRodas) o un ESTADO que sale de "I"
      *> (reingreso) es alta; un ESTADO que pasa a "I" es baja.
       ContarMovimientosHoy.
           OPEN INPUT MovimientosFile.
           IF WS-Movs-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MovimientosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ClasificarMovimiento
               END-READ
           END-PERFORM.
           CLOSE MovimientosFile.

       ClasificarMovimiento.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3
               WS-Campo-4 WS-Campo-5.
           UNSTRING Movimiento-Rec DELIMITED BY ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
                   WS-Campo-5
           END-UNSTRING.
           IF WS-Campo-5(1:8) NOT = WS-Fecha-Hoy THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-Campo-2 = "ALTA"
                   ADD 1 TO WS-Altas-Hoy
               WHEN WS-Campo-2 = "ESTADO" AND WS-Campo-4 = "I"
                   ADD 1 TO WS-Bajas-Hoy
               WHEN WS-Campo-2 = "ESTADO" AND WS-Campo-3 = "I"
                   ADD 1 TO WS-Altas-Hoy
           END-EVALUATE.

      *> Suma: el total del dia son las lineas de corrida (tipo en
      *> blanco) fechadas hoy, incluida la de una sucursal reparada
      *> que se consolido sola; el anio a la fecha sigue el mismo
      *> criterio que Suma (un ajuste cuenta en el anio que dice su
      *> cola). Las sucursales del dia salen del archivo de
      *> subtotales: una "Q" con "C" posterior del mismo dia ya
      *> entro.
       ResumirSuma.
           OPEN INPUT AcumuladoFile.
           IF WS-Acumulado-Status = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AcumuladoFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM SumarLineaAcumulado
                   END-READ
               END-PERFORM
               CLOSE AcumuladoFile
           END-IF.

           OPEN INPUT SubtotalesFile.
           IF WS-Subtotales-Status = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SubtotalesFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SubS-Fecha = WS-Fecha-Hoy THEN
                               PERFORM MarcarSucursalHoy
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SubtotalesFile
           END-IF.
           PERFORM VARYING WS-Suc-Ix FROM 1 BY 1
                   UNTIL WS-Suc-Ix > WS-Suc-Cuenta
               IF Sc-Estado(WS-Suc-Ix) = "C" THEN
                   ADD 1 TO WS-Sucs-Consolidadas
               ELSE
                   ADD 1 TO WS-Sucs-Cuarentena
               END-IF
           END-PERFORM.

       SumarLineaAcumulado.
           IF Acum-Monto IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF Acum-Tipo = SPACE AND Acum-Fecha(1:8) = WS-Fecha-Hoy
                   THEN
               ADD Acum-Monto TO WS-Suma-Hoy
           END-IF.
           MOVE Acum-Fecha(1:4) TO WS-Acum-Anio-Linea.
           IF Acum-Tipo = "A" THEN
               MOVE SPACES TO WS-Acum-Aj-Motivo WS-Acum-Aj-Nota
                   WS-Acum-Aj-Operador WS-Acum-Aj-Anio
               UNSTRING Acum-Cola(2:113) DELIMITED BY ";"
                   INTO WS-Acum-Aj-Motivo WS-Acum-Aj-Nota
                       WS-Acum-Aj-Operador WS-Acum-Aj-Anio
               END-UNSTRING
               IF WS-Acum-Aj-Anio IS NUMERIC THEN
                   MOVE WS-Acum-Aj-Anio TO WS-Acum-Anio-Linea
               END-IF
           END-IF.
           IF WS-Acum-Anio-Linea = WS-Anio-Hoy THEN
               ADD Acum-Monto TO WS-Suma-YTD
           END-IF.

       MarcarSucursalHoy.
           MOVE 0 TO WS-Suc-Hallado-Ix.
           PERFORM VARYING WS-Suc-Ix FROM 1 BY 1
                   UNTIL WS-Suc-Ix > WS-Suc-Cuenta
               IF Sc-Codigo(WS-Suc-Ix) = SubS-Codigo THEN
                   MOVE WS-Suc-Ix TO WS-Suc-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Suc-Hallado-Ix = 0 THEN
               IF WS-Suc-Cuenta >= 40 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Suc-Cuenta
               MOVE WS-Suc-Cuenta TO WS-Suc-Hallado-Ix
               MOVE SubS-Codigo TO Sc-Codigo(WS-Suc-Hallado-Ix)
               MOVE SubS-Estado TO Sc-Estado(WS-Suc-Hallado-Ix)
           END-IF.
           IF SubS-Estado = "C" THEN
               MOVE "C" TO Sc-Estado(WS-Suc-Hallado-Ix)
           END-IF.

      *> Condicionales: la generacion de resultados de hoy trae una
      *> linea por transaccion del batch (las de error con ERROR en
      *> el cuarto campo). El archivo de rechazos no lleva fecha: es
      *> el de hoy solo si hoy hubo generacion de resultados.
       ResumirCondicionales.
           STRING "data/CONDRESULT." DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Result-Path
           END-STRING.
           OPEN INPUT ResultadosFile.
           IF WS-Result-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Cond-Hay-Hoy.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResultadosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ContarResultado
               END-READ
           END-PERFORM.
           CLOSE ResultadosFile.

           OPEN INPUT RechazosFile.
           IF WS-Rechazo-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RechazosFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ContarRechazo
               END-READ
           END-PERFORM.
           CLOSE RechazosFile.

       ContarResultado.
           IF Resultado-Rec = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Campo-1 WS-Campo-2 WS-Campo-3
               WS-Campo-4.
           UNSTRING Resultado-Rec DELIMITED BY ";"
               INTO WS-Campo-1 WS-Campo-2 WS-Campo-3 WS-Campo-4
           END-UNSTRING.
           ADD 1 TO WS-Cond-Total.
           IF WS-Campo-4 = "ERROR" THEN
               ADD 1 TO WS-Cond-Errores
           END-IF.
      *> Las operaciones van en el orden en que aparecen; la octava
      *> entrada junta las que ya no caben.
           MOVE WS-Campo-1(1:20) TO WS-Op-Buscado.
           MOVE 0 TO WS-Op-Hallado-Ix.
           PERFORM VARYING WS-Op-Ix FROM 1 BY 1
                   UNTIL WS-Op-Ix > WS-Op-Cuenta
               IF Op-Nombre(WS-Op-Ix) = WS-Op-Buscado THEN
                   MOVE WS-Op-Ix TO WS-Op-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Op-Hallado-Ix = 0 THEN
               IF WS-Op-Cuenta < 7 THEN
                   ADD 1 TO WS-Op-Cuenta
                   MOVE WS-Op-Cuenta TO WS-Op-Hallado-Ix
                   MOVE WS-Op-Buscado TO Op-Nombre(WS-Op-Hallado-Ix)
                   MOVE 0 TO Op-Volumen(WS-Op-Hallado-Ix)
               ELSE
                   IF WS-Op-Cuenta = 7 THEN
                       MOVE 8 TO WS-Op-Cuenta
                       MOVE "(OTRAS)" TO Op-Nombre(8)
                       MOVE 0 TO Op-Volumen(8)
                   END-IF
                   MOVE 8 TO WS-Op-Hallado-Ix
               END-IF
           END-IF.
           ADD 1 TO Op-Volumen(WS-Op-Hallado-Ix).

       ContarRechazo.
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
           MOVE FUNCTION TRIM(Rechazo-Rec(WS-Rechazo-Pos-Motivo:15))
               TO WS-Rechazo-Motivo.
           IF WS-Rechazo-Motivo = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-Mot-Hallado-Ix.
           PERFORM VARYING WS-Mot-Ix FROM 1 BY 1
                   UNTIL WS-Mot-Ix > WS-Mot-Cuenta
               IF Mot-Motivo(WS-Mot-Ix) = WS-Rechazo-Motivo THEN
                   MOVE WS-Mot-Ix TO WS-Mot-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Mot-Hallado-Ix = 0 THEN
               IF WS-Mot-Cuenta < 5 THEN
                   ADD 1 TO WS-Mot-Cuenta
                   MOVE WS-Mot-Cuenta TO WS-Mot-Hallado-Ix
                   MOVE WS-Rechazo-Motivo
                       TO Mot-Motivo(WS-Mot-Hallado-Ix)
                   MOVE 0 TO Mot-Cuenta(WS-Mot-Hallado-Ix)
               ELSE
                   IF WS-Mot-Cuenta = 5 THEN
                       MOVE 6 TO WS-Mot-Cuenta
                       MOVE "(OTROS)" TO Mot-Motivo(6)
                       MOVE 0 TO Mot-Cuenta(6)
                   END-IF
                   MOVE 6 TO WS-Mot-Hallado-Ix
               END-IF
           END-IF.
           ADD 1 TO Mot-Cuenta(WS-Mot-Hallado-Ix).

      *> Historial de corridas: los pasos de hoy (la ultima corrida
      *> de cada uno, por si hubo re-arranque) y, de los 30 dias
      *> anteriores, el promedio de duracion de cada paso.
       RecorrerHistorialCorridas.
           COMPUTE WS-Hoy-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Fecha-Hoy)).
           COMPUTE WS-Limite-Entero =
               WS-Hoy-Entero - WS-Dias-Tendencia.
           COMPUTE WS-Limite-AAAAMMDD =
               FUNCTION DATE-OF-INTEGER(WS-Limite-Entero).
           MOVE WS-Limite-AAAAMMDD TO WS-Limite-Alpha.

           OPEN INPUT HistorialFile.
           IF WS-Hist-Status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HistorialFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ClasificarCorrida
               END-READ
           END-PERFORM.
           CLOSE HistorialFile.

       ClasificarCorrida.
           MOVE SPACES TO WS-Campo-Programa WS-Campo-Inicio
               WS-Campo-Fin WS-Campo-CC.
           UNSTRING Historial-Rec DELIMITED BY ";"
               INTO WS-Campo-Programa WS-Campo-Inicio WS-Campo-Fin
                   WS-Campo-CC
           END-UNSTRING.
           IF WS-Campo-Programa = SPACES OR
                   WS-Campo-Inicio(1:8) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-Campo-Inicio(1:8) < WS-Limite-Alpha OR
                   WS-Campo-Inicio(1:8) > WS-Fecha-Hoy THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CalcularDuracion.

           MOVE 0 TO WS-Paso-Hallado-Ix.
           PERFORM VARYING WS-Paso-Ix FROM 1 BY 1
                   UNTIL WS-Paso-Ix > WS-Paso-Cuenta
               IF Paso-Nombre(WS-Paso-Ix) = WS-Campo-Programa THEN
                   MOVE WS-Paso-Ix TO WS-Paso-Hallado-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Paso-Hallado-Ix = 0 THEN
               IF WS-Paso-Cuenta >= 30 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Paso-Cuenta
               MOVE WS-Paso-Cuenta TO WS-Paso-Hallado-Ix
               MOVE WS-Campo-Programa
                   TO Paso-Nombre(WS-Paso-Hallado-Ix)
               MOVE 0 TO Paso-Hoy-Dur(WS-Paso-Hallado-Ix)
               MOVE SPACES TO Paso-Hoy-CC(WS-Paso-Hallado-Ix)
               MOVE "N" TO Paso-Corrio-Hoy(WS-Paso-Hallado-Ix)
               MOVE 0 TO Paso-Prev-Corridas(WS-Paso-Hallado-Ix)
               MOVE 0 TO Paso-Prev-Total(WS-Paso-Hallado-Ix)
           END-IF.
           IF WS-Campo-Inicio(1:8) = WS-Fecha-Hoy THEN
               MOVE "Y" TO Paso-Corrio-Hoy(WS-Paso-Hallado-Ix)
               MOVE WS-Duracion TO Paso-Hoy-Dur(WS-Paso-Hallado-Ix)
               MOVE WS-Campo-CC TO Paso-Hoy-CC(WS-Paso-Hallado-Ix)
           ELSE
               ADD 1 TO Paso-Prev-Corridas(WS-Paso-Hallado-Ix)
               ADD WS-Duracion TO Paso-Prev-Total(WS-Paso-Hallado-Ix)
           END-IF.

      *> Duracion en segundos entre inicio y fin (igual que
      *> ReporteCorridas); un par ilegible cuenta como cero.
       CalcularDuracion.
           MOVE 0 TO WS-Duracion.
           IF WS-Campo-Fin(1:8) IS NOT NUMERIC OR
                   WS-Campo-Inicio(9:6) IS NOT NUMERIC OR
                   WS-Campo-Fin(9:6) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Ini-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Campo-Inicio(1:8))).
           COMPUTE WS-Fin-Entero = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-Campo-Fin(1:8))).
           COMPUTE WS-Ini-Segundos =
               FUNCTION NUMVAL(WS-Campo-Inicio(9:2)) * 3600
               + FUNCTION NUMVAL(WS-Campo-Inicio(11:2)) * 60
               + FUNCTION NUMVAL(WS-Campo-Inicio(13:2)).
           COMPUTE WS-Fin-Segundos =
               FUNCTION NUMVAL(WS-Campo-Fin(9:2)) * 3600
               + FUNCTION NUMVAL(WS-Campo-Fin(11:2)) * 60
               + FUNCTION NUMVAL(WS-Campo-Fin(13:2)).
           COMPUTE WS-Duracion =
               (WS-Fin-Entero - WS-Ini-Entero) * 86400
               + WS-Fin-Segundos - WS-Ini-Segundos.
           IF WS-Duracion < 0 THEN
               MOVE 0 TO WS-Duracion
           END-IF.

      *> Agrega una cifra a la hoja con los datos de WS-Nueva-*.
       AgregarMetrica.
           IF WS-Met-Cuenta >= WS-Met-Max THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Met-Cuenta.
           MOVE WS-Nueva-Seccion TO Met-Seccion(WS-Met-Cuenta).
           MOVE WS-Nueva-Clave TO Met-Clave(WS-Met-Cuenta).
           MOVE WS-Nueva-Etiqueta TO Met-Etiqueta(WS-Met-Cuenta).
           MOVE WS-Nuevo-Tipo TO Met-Tipo(WS-Met-Cuenta).
           MOVE WS-Nuevo-Valor TO Met-Valor(WS-Met-Cuenta).
           MOVE 0 TO Met-Previo(WS-Met-Cuenta).
           MOVE "N" TO Met-Hay-Previo(WS-Met-Cuenta).
           MOVE 0 TO Met-Tendencia(WS-Met-Cuenta).
           MOVE "N" TO Met-Hay-Tendencia(WS-Met-Cuenta).
           MOVE SPACES TO Met-Semaforo(WS-Met-Cuenta).

       AgregarMetricasPlantilla.
           MOVE "1" TO WS-Nueva-Seccion.
           MOVE "N" TO WS-Nuevo-Tipo.
           MOVE "PLANTILLA-ACTIVOS" TO WS-Nueva-Clave.
           MOVE "Empleados activos" TO WS-Nueva-Etiqueta.
           MOVE WS-Activos TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "PLANTILLA-PENDIENTES" TO WS-Nueva-Clave.
           MOVE "Pendientes de ingreso" TO WS-Nueva-Etiqueta.
           MOVE WS-Pendientes TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "PLANTILLA-INACTIVOS" TO WS-Nueva-Clave.
           MOVE "Inactivos (bajas)" TO WS-Nueva-Etiqueta.
           MOVE WS-Inactivos TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           PERFORM VARYING WS-Dep-Ix FROM 1 BY 1
                   UNTIL WS-Dep-Ix > WS-Dep-Cuenta
               IF WS-Dep-Ix > WS-Dep-Mostrar THEN
                   ADD Dep-Activos(WS-Dep-Ix) TO WS-Dep-Otros
               ELSE
                   MOVE SPACES TO WS-Nueva-Clave WS-Nueva-Etiqueta
                   STRING "DEPTO:" DELIMITED BY SIZE
                       Dep-Nombre(WS-Dep-Ix) DELIMITED BY SIZE
                       INTO WS-Nueva-Clave
                   END-STRING
                   STRING "  " DELIMITED BY SIZE
                       Dep-Nombre(WS-Dep-Ix) DELIMITED BY SIZE
                       INTO WS-Nueva-Etiqueta
                   END-STRING
                   MOVE Dep-Activos(WS-Dep-Ix) TO WS-Nuevo-Valor
                   PERFORM AgregarMetrica
               END-IF
           END-PERFORM.
           IF WS-Dep-Otros > 0 THEN
               MOVE "DEPTO:(OTROS)" TO WS-Nueva-Clave
               MOVE "  (OTROS)" TO WS-Nueva-Etiqueta
               MOVE WS-Dep-Otros TO WS-Nuevo-Valor
               PERFORM AgregarMetrica
           END-IF.
           MOVE "ALTAS-HOY" TO WS-Nueva-Clave.
           MOVE "Altas del dia" TO WS-Nueva-Etiqueta.
           MOVE WS-Altas-Hoy TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "BAJAS-HOY" TO WS-Nueva-Clave.
           MOVE "Bajas del dia" TO WS-Nueva-Etiqueta.
           MOVE WS-Bajas-Hoy TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.

       AgregarMetricasSuma.
           MOVE "2" TO WS-Nueva-Seccion.
           MOVE "M" TO WS-Nuevo-Tipo.
           MOVE "SUMA-TOTAL" TO WS-Nueva-Clave.
           MOVE "Total consolidado del dia" TO WS-Nueva-Etiqueta.
           MOVE WS-Suma-Hoy TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "N" TO WS-Nuevo-Tipo.
           MOVE "SUCURSALES-CONSOLIDADAS" TO WS-Nueva-Clave.
           MOVE "Sucursales consolidadas" TO WS-Nueva-Etiqueta.
           MOVE WS-Sucs-Consolidadas TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "SUCURSALES-CUARENTENA" TO WS-Nueva-Clave.
           MOVE "Sucursales en cuarentena" TO WS-Nueva-Etiqueta.
           MOVE WS-Sucs-Cuarentena TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "M" TO WS-Nuevo-Tipo.
           MOVE "SUMA-YTD" TO WS-Nueva-Clave.
           MOVE "Acumulado del anio" TO WS-Nueva-Etiqueta.
           MOVE WS-Suma-YTD TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.

       AgregarMetricasCondicionales.
           MOVE "3" TO WS-Nueva-Seccion.
           MOVE "N" TO WS-Nuevo-Tipo.
           MOVE "COND-TOTAL" TO WS-Nueva-Clave.
           IF WS-Cond-Hay-Hoy = "Y" THEN
               MOVE "Transacciones procesadas" TO WS-Nueva-Etiqueta
           ELSE
               MOVE "Transacciones (sin corrida)"
                   TO WS-Nueva-Etiqueta
           END-IF.
           MOVE WS-Cond-Total TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           PERFORM VARYING WS-Op-Ix FROM 1 BY 1
                   UNTIL WS-Op-Ix > WS-Op-Cuenta
               MOVE SPACES TO WS-Nueva-Clave WS-Nueva-Etiqueta
               STRING "OP:" DELIMITED BY SIZE
                   Op-Nombre(WS-Op-Ix) DELIMITED BY SIZE
                   INTO WS-Nueva-Clave
               END-STRING
               STRING "  " DELIMITED BY SIZE
                   Op-Nombre(WS-Op-Ix) DELIMITED BY SIZE
                   INTO WS-Nueva-Etiqueta
               END-STRING
               MOVE Op-Volumen(WS-Op-Ix) TO WS-Nuevo-Valor
               PERFORM AgregarMetrica
           END-PERFORM.
           MOVE "COND-RECHAZOS" TO WS-Nueva-Clave.
           MOVE "Rechazadas" TO WS-Nueva-Etiqueta.
           MOVE WS-Cond-Errores TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           PERFORM VARYING WS-Mot-Ix FROM 1 BY 1
                   UNTIL WS-Mot-Ix > WS-Mot-Cuenta
               MOVE SPACES TO WS-Nueva-Clave WS-Nueva-Etiqueta
               STRING "RECHAZO:" DELIMITED BY SIZE
                   Mot-Motivo(WS-Mot-Ix) DELIMITED BY SIZE
                   INTO WS-Nueva-Clave
               END-STRING
               STRING "  " DELIMITED BY SIZE
                   Mot-Motivo(WS-Mot-Ix) DELIMITED BY SIZE
                   INTO WS-Nueva-Etiqueta
               END-STRING
               MOVE Mot-Cuenta(WS-Mot-Ix) TO WS-Nuevo-Valor
               PERFORM AgregarMetrica
           END-PERFORM.

      *> Conciliacion de las salidas y confirmacion de finanzas: el
      *> condition code de su paso de hoy. En noche inhabil el job
      *> no los corre y no aplican. La verificacion de las bitacoras
      *> corre todas las noches.
       AgregarMetricasConciliacion.
           MOVE "4" TO WS-Nueva-Seccion.
           MOVE "C" TO WS-Nuevo-Tipo.
           MOVE "CONCILIACION" TO WS-CC-Buscado.
           PERFORM BuscarCCDeHoy.
           MOVE "CONCILIACION" TO WS-Nueva-Clave.
           MOVE "Conciliacion de salidas" TO WS-Nueva-Etiqueta.
           MOVE WS-CC-Hallado TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "CONFFINANZAS" TO WS-CC-Buscado.
           PERFORM BuscarCCDeHoy.
           MOVE "CONFFINANZAS" TO WS-Nueva-Clave.
           MOVE "Confirmacion de finanzas" TO WS-Nueva-Etiqueta.
           MOVE WS-CC-Hallado TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.
           MOVE "BITACORAS" TO WS-CC-Buscado.
           PERFORM BuscarCCEnPasos.
           MOVE "BITACORAS" TO WS-Nueva-Clave.
           MOVE "Cadena de las bitacoras" TO WS-Nueva-Etiqueta.
           MOVE WS-CC-Hallado TO WS-Nuevo-Valor.
           PERFORM AgregarMetrica.

       BuscarCCDeHoy.
           IF WS-Dia-Habil NOT = "Y" THEN
               MOVE 9998 TO WS-CC-Hallado
               EXIT PARAGRAPH
           END-IF.
           PERFORM BuscarCCEnPasos.

       BuscarCCEnPasos.
           MOVE 9999 TO WS-CC-Hallado.
           PERFORM VARYING WS-Paso-Ix FROM 1 BY 1
                   UNTIL WS-Paso-Ix > WS-Paso-Cuenta
               IF Paso-Nombre(WS-Paso-Ix) = WS-CC-Buscado AND
                       Paso-Corrio-Hoy(WS-Paso-Ix) = "Y" AND
                       Paso-Hoy-CC(WS-Paso-Ix) IS NUMERIC THEN
                   MOVE Paso-Hoy-CC(WS-Paso-Ix) TO WS-CC-Hallado
               END-IF
           END-PERFORM.

       AgregarMetricasPasos.
           MOVE "5" TO WS-Nueva-Seccion.
           MOVE "S" TO WS-Nuevo-Tipo.
           PERFORM VARYING WS-Paso-Ix FROM 1 BY 1
                   UNTIL WS-Paso-Ix > WS-Paso-Cuenta
               IF Paso-Corrio-Hoy(WS-Paso-Ix) = "Y" THEN
                   MOVE SPACES TO WS-Nueva-Clave WS-Nueva-Etiqueta
                   STRING "PASO:" DELIMITED BY SIZE
                       Paso-Nombre(WS-Paso-Ix) DELIMITED BY SIZE
                       INTO WS-Nueva-Clave
                   END-STRING
                   MOVE Paso-Hoy-Dur(WS-Paso-Ix) TO WS-Nuevo-Valor
                   MOVE Paso-Nombre(WS-Paso-Ix) TO WS-Nueva-Etiqueta
                   IF Paso-Prev-Corridas(WS-Paso-Ix) > 0 THEN
                       COMPUTE WS-Tendencia-Edit ROUNDED =
                           Paso-Prev-Total(WS-Paso-Ix)
                               / Paso-Prev-Corridas(WS-Paso-Ix)
                       MOVE SPACES TO WS-Nueva-Etiqueta
                       STRING "  " DELIMITED BY SIZE
                           Paso-Nombre(WS-Paso-Ix) DELIMITED BY SPACE
                           " (prom " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Tendencia-Edit)
                               DELIMITED BY SIZE
                           "s)" DELIMITED BY SIZE
                           INTO WS-Nueva-Etiqueta
                       END-STRING
                   ELSE
                       MOVE SPACES TO WS-Nueva-Etiqueta
                       STRING "  " DELIMITED BY SIZE
                           Paso-Nombre(WS-Paso-Ix) DELIMITED BY SIZE
                           INTO WS-Nueva-Etiqueta
                       END-STRING
                   END-IF
                   PERFORM AgregarMetrica
                   IF Paso-Prev-Corridas(WS-Paso-Ix) > 0 AND
                           WS-Met-Cuenta > 0 THEN
                       COMPUTE Met-Tendencia(WS-Met-Cuenta) ROUNDED =
                           Paso-Prev-Total(WS-Paso-Ix)
                               / Paso-Prev-Corridas(WS-Paso-Ix)
                       MOVE "Y" TO Met-Hay-Tendencia(WS-Met-Cuenta)
                   END-IF
               END-IF
           END-PERFORM.

       CompararConPrevio.
           PERFORM VARYING WS-Prev-Ix FROM 1 BY 1
                   UNTIL WS-Prev-Ix > WS-Prev-Cuenta
               IF Prev-Clave(WS-Prev-Ix) = Met-Clave(WS-Met-Ix) THEN
                   MOVE Prev-Valor(WS-Prev-Ix)
                       TO Met-Previo(WS-Met-Ix)
                   MOVE "Y" TO Met-Hay-Previo(WS-Met-Ix)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Umbral de la cifra: la clave exacta, si no el grupo con el
      *> prefijo mas largo que le quede ("*" solo queda a todas).
       BuscarUmbral.
           MOVE 0 TO WS-Umb-Hallado-Ix.
           MOVE 0 TO WS-Umb-Mejor-Largo.
           PERFORM VARYING WS-Umb-Ix FROM 1 BY 1
                   UNTIL WS-Umb-Ix > WS-Umb-Cuenta
               IF Umb-Clave(WS-Umb-Ix) = Met-Clave(WS-Met-Ix) THEN
                   MOVE WS-Umb-Ix TO WS-Umb-Hallado-Ix
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-Umb-Largo = FUNCTION LENGTH(
                   FUNCTION TRIM(Umb-Clave(WS-Umb-Ix))) - 1
               IF Umb-Clave(WS-Umb-Ix)(WS-Umb-Largo + 1:1) = "*"
                       THEN
                   IF WS-Umb-Largo = 0 THEN
                       IF WS-Umb-Hallado-Ix = 0 THEN
                           MOVE WS-Umb-Ix TO WS-Umb-Hallado-Ix
                       END-IF
                   ELSE
                       IF Umb-Clave(WS-Umb-Ix)(1:WS-Umb-Largo) =
                               Met-Clave(WS-Met-Ix)(1:WS-Umb-Largo)
                               AND WS-Umb-Largo > WS-Umb-Mejor-Largo
                               THEN
                           MOVE WS-Umb-Ix TO WS-Umb-Hallado-Ix
                           MOVE WS-Umb-Largo TO WS-Umb-Mejor-Largo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CalcularSemaforo.
           PERFORM BuscarUmbral.
           MOVE "VERDE" TO Met-Semaforo(WS-Met-Ix).
           IF WS-Umb-Hallado-Ix = 0 THEN
               MOVE "--" TO Met-Semaforo(WS-Met-Ix)
               EXIT PARAGRAPH
           END-IF.
           MOVE Umb-Modo(WS-Umb-Hallado-Ix) TO WS-Modo.
           MOVE Umb-Ambar(WS-Umb-Hallado-Ix) TO WS-Umb-Ambar.
           MOVE Umb-Rojo(WS-Umb-Hallado-Ix) TO WS-Umb-Rojo.
           IF WS-Modo = "N" OR (Met-Tipo(WS-Met-Ix) = "C" AND
                   Met-Valor(WS-Met-Ix) = 9998) THEN
               MOVE "--" TO Met-Semaforo(WS-Met-Ix)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Modo
               WHEN "A"
                   IF Met-Valor(WS-Met-Ix) >= WS-Umb-Rojo THEN
                       MOVE "ROJO" TO Met-Semaforo(WS-Met-Ix)
                   ELSE
                       IF Met-Valor(WS-Met-Ix) >= WS-Umb-Ambar THEN
                           MOVE "AMBAR" TO Met-Semaforo(WS-Met-Ix)
                       END-IF
                   END-IF
               WHEN "B"
                   IF Met-Valor(WS-Met-Ix) <= WS-Umb-Rojo THEN
                       MOVE "ROJO" TO Met-Semaforo(WS-Met-Ix)
                   ELSE
                       IF Met-Valor(WS-Met-Ix) <= WS-Umb-Ambar THEN
                           MOVE "AMBAR" TO Met-Semaforo(WS-Met-Ix)
                       END-IF
                   END-IF
               WHEN "V"
                   IF Met-Hay-Previo(WS-Met-Ix) = "Y" THEN
                       PERFORM CalcularVariacion
                       IF WS-Pct < 0 THEN
                           COMPUTE WS-Pct = 0 - WS-Pct
                       END-IF
                       PERFORM AplicarPorcentaje
                   END-IF
               WHEN "T"
      *> Cinco segundos de margen sobre la tendencia, como en
      *> ReporteCorridas, para no gritar por ruido.
                   IF Met-Hay-Tendencia(WS-Met-Ix) = "Y" AND
                           Met-Valor(WS-Met-Ix) >
                           Met-Tendencia(WS-Met-Ix) + 5 THEN
                       IF Met-Tendencia(WS-Met-Ix) > 0 THEN
                           COMPUTE WS-Pct ROUNDED =
                               Met-Valor(WS-Met-Ix) * 100
                                   / Met-Tendencia(WS-Met-Ix)
                               ON SIZE ERROR
                                   MOVE 999999.9 TO WS-Pct
                           END-COMPUTE
                       ELSE
                           MOVE 999999.9 TO WS-Pct
                       END-IF
                       PERFORM AplicarPorcentaje
                   END-IF
           END-EVALUATE.
           EVALUATE Met-Semaforo(WS-Met-Ix)
               WHEN "ROJO"
                   ADD 1 TO WS-Rojos
               WHEN "AMBAR"
                   ADD 1 TO WS-Ambares
               WHEN OTHER
                   ADD 1 TO WS-Verdes
           END-EVALUATE.

       AplicarPorcentaje.
           IF WS-Pct >= WS-Umb-Rojo THEN
               MOVE "ROJO" TO Met-Semaforo(WS-Met-Ix)
           ELSE
               IF WS-Pct >= WS-Umb-Ambar THEN
                   MOVE "AMBAR" TO Met-Semaforo(WS-Met-Ix)
               END-IF
           END-IF.

      *> Variacion en % contra el dia previo, con signo; de cero a
      *> algo cuenta como 100%.
       CalcularVariacion.
           MOVE 0 TO WS-Pct.
           IF Met-Previo(WS-Met-Ix) = 0 THEN
               IF Met-Valor(WS-Met-Ix) > 0 THEN
                   MOVE 100 TO WS-Pct
               END-IF
               IF Met-Valor(WS-Met-Ix) < 0 THEN
                   MOVE -100 TO WS-Pct
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Pct ROUNDED =
               (Met-Valor(WS-Met-Ix) - Met-Previo(WS-Met-Ix)) * 100
                   / FUNCTION ABS(Met-Previo(WS-Met-Ix))
               ON SIZE ERROR
                   MOVE 999999.9 TO WS-Pct
           END-COMPUTE.

      *> La hoja: encabezado con el conteo del semaforo, una seccion
      *> por subsistema y el pie.
       EscribirHoja.
           STRING "data/RESUMEN." DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               ".RPT" DELIMITED BY SIZE
               INTO WS-Reporte-Path
           END-STRING.
           OPEN OUTPUT ReporteFile.
           IF WS-Reporte-Status NOT = "00" THEN
               DISPLAY "Error abriendo el resumen gerencial "
                   FUNCTION TRIM(WS-Reporte-Path) ": "
                   WS-Reporte-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO Linea-Trabajo.
           STRING "RESUMEN GERENCIAL DE LA NOCHE" DELIMITED BY SIZE
               "                 FECHA: " DELIMITED BY SIZE
               WS-Hoy-Guiones DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE WS-Rojos TO WS-Cuenta-Edit.
           MOVE WS-Ambares TO WS-Cuenta-Edit2.
           MOVE WS-Verdes TO WS-Cuenta-Edit3.
           IF WS-Fecha-Previa = SPACES THEN
               MOVE "(ninguno)" TO WS-Previa-Guiones
           ELSE
               MOVE SPACES TO WS-Previa-Guiones
               STRING WS-Fecha-Previa(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Fecha-Previa(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Fecha-Previa(7:2) DELIMITED BY SIZE
                   INTO WS-Previa-Guiones
               END-STRING
           END-IF.
           MOVE SPACES TO Linea-Trabajo.
           STRING "SEMAFORO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cuenta-Edit) DELIMITED BY SIZE
               " ROJO  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cuenta-Edit2) DELIMITED BY SIZE
               " AMBAR  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cuenta-Edit3) DELIMITED BY SIZE
               " VERDE       DIA PREVIO: " DELIMITED BY SIZE
               WS-Previa-Guiones DELIMITED BY SIZE
               INTO Linea-Trabajo
           END-STRING.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE SPACES TO Linea-Detalle.
           MOVE "CONCEPTO" TO Det-Etiqueta.
           MOVE "             HOY" TO Det-Hoy.
           MOVE "          PREVIO" TO Det-Previo.
           MOVE "  CAMBIO" TO Det-Cambio.
           MOVE "RAG" TO Det-Semaforo.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           MOVE ALL "-" TO Linea-Trabajo(1:79).
           PERFORM EscribirLineaReporte.

           MOVE SPACES TO WS-Seccion-Actual.
           PERFORM VARYING WS-Met-Ix FROM 1 BY 1
                   UNTIL WS-Met-Ix > WS-Met-Cuenta
               IF Met-Seccion(WS-Met-Ix) NOT = WS-Seccion-Actual THEN
                   MOVE Met-Seccion(WS-Met-Ix) TO WS-Seccion-Actual
                   PERFORM EscribirTituloSeccion
               END-IF
               PERFORM EscribirCifra
           END-PERFORM.

      *> Pie en la ultima linea de contenido: lo que no cupo, o de
      *> donde salen las cifras.
           COMPUTE WS-Lineas-Pagina = WS-Lineas-Contenido - 1.
           PERFORM RellenarPagina.
           MOVE 66 TO WS-Lineas-Pagina.
           MOVE SPACES TO Linea-Trabajo.
           IF WS-Lineas-Omitidas > 0 THEN
               MOVE WS-Lineas-Omitidas TO WS-Omitidas-Edit
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Omitidas-Edit) DELIMITED BY SIZE
                   " renglones no caben en la hoja; ver los "
                       DELIMITED BY SIZE
                   "reportes de detalle)" DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
           ELSE
               STRING "Detalle: ReporteExcepciones, ReporteCorridas, "
                       DELIMITED BY SIZE
                   "ReportePlantilla, Suma." DELIMITED BY SIZE
                   INTO Linea-Trabajo
               END-STRING
           END-IF.
           MOVE Linea-Trabajo TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.
           PERFORM RellenarPagina.
           CLOSE ReporteFile.

           DISPLAY "Resumen gerencial en "
               FUNCTION TRIM(WS-Reporte-Path) ": "
               FUNCTION TRIM(WS-Cuenta-Edit) " ROJO, "
               FUNCTION TRIM(WS-Cuenta-Edit2) " AMBAR, "
               FUNCTION TRIM(WS-Cuenta-Edit3) " VERDE.".

       EscribirTituloSeccion.
           MOVE SPACES TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.
           EVALUATE WS-Seccion-Actual
               WHEN "1"
                   MOVE "PLANTILLA" TO Linea-Trabajo
               WHEN "2"
                   MOVE "SUMA (MONEDA BASE)" TO Linea-Trabajo
               WHEN "3"
                   MOVE "CONDICIONALES" TO Linea-Trabajo
               WHEN "4"
                   MOVE "CONCILIACION" TO Linea-Trabajo
               WHEN OTHER
                   MOVE "PASOS DE LA NOCHE (SEGUNDOS)" TO Linea-Trabajo
           END-EVALUATE.
           PERFORM EscribirLineaReporte.

       EscribirCifra.
           MOVE SPACES TO Linea-Detalle.
           MOVE Met-Etiqueta(WS-Met-Ix) TO Det-Etiqueta.
           MOVE Met-Valor(WS-Met-Ix) TO WS-Valor-Trabajo.
           PERFORM EditarValor.
           MOVE WS-Valor-Texto TO Det-Hoy.
           IF Met-Hay-Previo(WS-Met-Ix) = "Y" THEN
               MOVE Met-Previo(WS-Met-Ix) TO WS-Valor-Trabajo
               PERFORM EditarValor
               MOVE WS-Valor-Texto TO Det-Previo
               IF Met-Tipo(WS-Met-Ix) NOT = "C" THEN
                   PERFORM CalcularVariacion
                   IF WS-Pct > 999.9 OR WS-Pct < -999.9 THEN
                       MOVE "   >999%" TO Det-Cambio
                   ELSE
                       MOVE WS-Pct TO WS-Pct-Edit
                       MOVE SPACES TO Det-Cambio
                       STRING WS-Pct-Edit DELIMITED BY SIZE
                           "%" DELIMITED BY SIZE
                           INTO Det-Cambio
                       END-STRING
                   END-IF
               END-IF
           ELSE
               MOVE "    (sin previo)" TO Det-Previo
           END-IF.
           MOVE Met-Semaforo(WS-Met-Ix) TO Det-Semaforo.
           MOVE Linea-Detalle TO Linea-Trabajo.
           PERFORM EscribirLineaReporte.

      *> Valor de la cifra a texto de 16 alineado a la derecha segun
      *> su tipo.
       EditarValor.
           EVALUATE Met-Tipo(WS-Met-Ix)
               WHEN "M"
                   MOVE WS-Valor-Trabajo TO WS-Monto-Edit
                   MOVE WS-Monto-Edit TO WS-Valor-Texto
               WHEN "C"
                   EVALUATE WS-Valor-Trabajo
                       WHEN 0
                           MOVE "              OK" TO WS-Valor-Texto
                       WHEN 4
                           MOVE "           AVISO" TO WS-Valor-Texto
                       WHEN 9998
                           MOVE "       NO APLICA" TO WS-Valor-Texto
                       WHEN 9999
                           MOVE "       NO CORRIO" TO WS-Valor-Texto
                       WHEN OTHER
                           MOVE WS-Valor-Trabajo
                               TO WS-Cuenta-Larga-Edit
                           MOVE SPACES TO WS-Valor-Texto
                           STRING "         CC " DELIMITED BY SIZE
                               WS-Cuenta-Larga-Edit(13:4)
                                   DELIMITED BY SIZE
                               INTO WS-Valor-Texto
                           END-STRING
                   END-EVALUATE
               WHEN OTHER
                   MOVE WS-Valor-Trabajo TO WS-Cuenta-Larga-Edit
                   MOVE WS-Cuenta-Larga-Edit TO WS-Valor-Texto
           END-EVALUATE.

      *> Una linea de contenido; pasada la linea 59 ya no cabe (la 60
      *> es del pie) y solo se cuenta.
       EscribirLineaReporte.
           IF WS-Linea-En-Pagina >= WS-Lineas-Contenido - 1 THEN
               ADD 1 TO WS-Lineas-Omitidas
               EXIT PARAGRAPH
           END-IF.
           MOVE Linea-Trabajo TO Reporte-Linea.
           WRITE Reporte-Linea.
           ADD 1 TO WS-Linea-En-Pagina.

      *> Completa la hoja en blanco hasta WS-Lineas-Pagina.
       RellenarPagina.
           PERFORM UNTIL WS-Linea-En-Pagina >= WS-Lineas-Pagina
               MOVE SPACES TO Reporte-Linea
               WRITE Reporte-Linea
               ADD 1 TO WS-Linea-En-Pagina
           END-PERFORM.

      *> Las cifras de hoy al historial del resumen, para la hoja de
      *> manana.
       GrabarCifrasDelDia.
           OPEN EXTEND ResumenHistFile.
           IF WS-ResH-Status = "35" THEN
               OPEN OUTPUT ResumenHistFile
           END-IF.
           IF WS-ResH-Status NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir el historial del "
                   "resumen: " WS-ResH-Status
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Met-Ix FROM 1 BY 1
                   UNTIL WS-Met-Ix > WS-Met-Cuenta
               MOVE SPACES TO ResHist-Rec
               MOVE WS-Fecha-Hoy TO RsH-Fecha
               MOVE ";" TO RsH-Sep1 RsH-Sep2
               MOVE Met-Clave(WS-Met-Ix) TO RsH-Clave
               MOVE Met-Valor(WS-Met-Ix) TO RsH-Valor
               WRITE ResHist-Rec
           END-PERFORM.
           CLOSE ResumenHistFile.

       END PROGRAM ResumenGerencial.
