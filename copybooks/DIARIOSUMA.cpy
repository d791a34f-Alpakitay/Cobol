      *> Layout del diario contable de Suma para el mayor
      *> (data/SUMADIARIO.AAAAMMDD.NN.DAT, un lote NN por corrida
      *> que postea al acumulador). Encabezado "H" con la fecha, el
      *> lote, cuando se genero y desde cuando cubre los ajustes;
      *> una linea "D" por asiento y un trailer "T" con los
      *> controles: lineas, total del debe, total del haber (tienen
      *> que ser iguales; un lote que no balancea no se publica) y
      *> las sucursales apartadas en cuarentena que no entraron.
      *> En el detalle el lado es "D" debe o "H" haber, siempre con
      *> monto positivo; el origen es "S" subtotal de sucursal, "A"
      *> ajuste aprobado o "C" la contrapartida de la linea anterior,
      *> y la referencia es el codigo de la sucursal o el motivo del
      *> ajuste (con su folio).
           01 Diario-Encabezado.
               05 DiaE-Tipo PIC X(1).
               05 DiaE-Sep1 PIC X(1).
               05 DiaE-Fecha PIC X(8).
               05 DiaE-Sep2 PIC X(1).
               05 DiaE-Lote PIC 9(2).
               05 DiaE-Sep3 PIC X(1).
               05 DiaE-Generado PIC X(16).
               05 DiaE-Sep4 PIC X(1).
               05 DiaE-Desde PIC X(16).
               05 DiaE-Sep5 PIC X(1).
               05 DiaE-Sucursales PIC 9(2).
           01 Diario-Detalle.
               05 DiaD-Tipo PIC X(1).
               05 DiaD-Sep1 PIC X(1).
               05 DiaD-Fecha PIC X(8).
               05 DiaD-Sep2 PIC X(1).
               05 DiaD-Linea PIC 9(5).
               05 DiaD-Sep3 PIC X(1).
               05 DiaD-Cuenta PIC X(12).
               05 DiaD-Sep4 PIC X(1).
               05 DiaD-Lado PIC X(1).
               05 DiaD-Sep5 PIC X(1).
               05 DiaD-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 DiaD-Sep6 PIC X(1).
               05 DiaD-Origen PIC X(1).
               05 DiaD-Sep7 PIC X(1).
               05 DiaD-Referencia PIC X(14).
               05 DiaD-Sep8 PIC X(1).
               05 DiaD-Folio PIC X(6).
               05 DiaD-Sep9 PIC X(1).
               05 DiaD-Descripcion PIC X(30).
           01 Diario-Trailer.
               05 DiaT-Tipo PIC X(1).
               05 DiaT-Sep1 PIC X(1).
               05 DiaT-Fecha PIC X(8).
               05 DiaT-Sep2 PIC X(1).
               05 DiaT-Lineas PIC 9(5).
               05 DiaT-Sep3 PIC X(1).
               05 DiaT-Total-Debe PIC S9(11)V9(2) SIGN LEADING
                   SEPARATE.
               05 DiaT-Sep4 PIC X(1).
               05 DiaT-Total-Haber PIC S9(11)V9(2) SIGN LEADING
                   SEPARATE.
               05 DiaT-Sep5 PIC X(1).
               05 DiaT-Ajustes PIC 9(4).
               05 DiaT-Sep6 PIC X(1).
               05 DiaT-Apartadas PIC 9(2).
               05 DiaT-Sep7 PIC X(1).
               05 DiaT-Codigos-Apartadas PIC X(110).
