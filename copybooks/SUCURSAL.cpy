      *> archivo por historia pero la noche no la espera). La
      *> referencia, y no el shell del job, es la que define que
      *> significa una noche completa.
      *> Al final van las cuentas del mayor contra las que Suma
      *> asienta el subtotal de la sucursal en el diario contable
      *> (data/SUMADIARIO.AAAAMMDD.NN.DAT): la de cargo (debe) y la
      *> de abono (haber) de la contrapartida. Las lineas de antes
      *> de las cuentas se leen con las dos en blanco.
           01 Sucursal-Rec.
               05 Suc-Codigo PIC X(10).
               05 Suc-Sep1 PIC X(1).
               05 Suc-Ruta PIC X(40).
               05 Suc-Sep3 PIC X(1).
               05 Suc-Estado PIC X(1).
               05 Suc-Sep4 PIC X(1).
               05 Suc-Cuenta-Debe PIC X(12).
               05 Suc-Sep5 PIC X(1).
               05 Suc-Cuenta-Haber PIC X(12).
