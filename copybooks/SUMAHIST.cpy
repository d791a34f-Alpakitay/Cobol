      *> Layout compartido del historial de anios cerrados del
      *> acumulador de Suma (data/SUMAHISTORICO.DAT), escrito solo
      *> por CierreAnualSuma y leido por AjustesSuma y
      *> ReporteMensualSuma para saber que anios ya no se tocan. Por
      *> cada anio cerrado, en orden de mes: una linea "C" con las
      *> corridas nocturnas del mes (cuantas y cuanto sumaron) y una
      *> linea "A" por cada motivo de ajuste del mes; el mes "13"
      *> junta los ajustes al anio que se postearon ya en el anio
      *> siguiente, antes del cierre. Cierra el anio una linea "T"
      *> (mes en espacios) con el neto del anio, la cantidad de
      *> lineas del acumulador que se cerraron, cuando y quien. El
      *> archivo solo crece: un anio que ya tiene lineas aqui esta
      *> cerrado.
           01 SumaHist-Rec.
               05 SumH-Anio PIC X(4).
               05 SumH-Sep1 PIC X(1).
               05 SumH-Mes PIC X(2).
               05 SumH-Sep2 PIC X(1).
               05 SumH-Tipo PIC X(1).
               05 SumH-Sep3 PIC X(1).
               05 SumH-Motivo PIC X(14).
               05 SumH-Sep4 PIC X(1).
               05 SumH-Cuenta PIC 9(6).
               05 SumH-Sep5 PIC X(1).
               05 SumH-Monto PIC S9(12)V9(2) SIGN LEADING SEPARATE.
               05 SumH-Sep6 PIC X(1).
               05 SumH-Cerrado PIC X(21).
               05 SumH-Sep7 PIC X(1).
               05 SumH-Operador PIC X(8).
