      *> Layout compartido de los subtotales por sucursal de Suma
      *> (data/SUMASUCURSALES.DAT), usado por Suma (quien lo escribe)
      *> y ReporteVarianzaSuma (quien lo lee contra el presupuesto).
      *> Una linea por sucursal por corrida, en orden cronologico:
      *> estado "C" consolidada con su subtotal en moneda base, o "Q"
      *> apartada en cuarentena (monto cero y el motivo). Cuando la
      *> sucursal reparada se consolida ella sola el mismo dia, su
      *> linea "C" queda con la misma fecha que la "Q" de la noche;
      *> una "Q" sin "C" de su fecha es una noche que no entro.
           01 SubtotalSuc-Rec.
               05 SubS-Fecha PIC X(8).
               05 SubS-Sep1 PIC X(1).
               05 SubS-Codigo PIC X(10).
               05 SubS-Sep2 PIC X(1).
               05 SubS-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 SubS-Sep3 PIC X(1).
               05 SubS-Estado PIC X(1).
               05 SubS-Sep4 PIC X(1).
               05 SubS-Motivo PIC X(30).
