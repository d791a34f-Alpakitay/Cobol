      *> Layout compartido del historial de instrucciones permanentes
      *> (data/INSTRUCCIONESHIST.DAT): una linea por periodo de una
      *> instruccion que ya se genero, con la fecha en que tocaba, el
      *> Trans-ID con que entro al extract y cuando se genero. La
      *> escribe GenerarInstrucciones y la consultan el mismo
      *> generador (un periodo que ya esta aqui no se vuelve a
      *> generar, ni en una recorrida ni despues de un reinicio) y
      *> MantenimientoInstrucciones (ultimo periodo de cada una).
      *> Periodo: AAMMDD en las diarias, AAAAMM en las mensuales y
      *> trimestrales. Solo se agregan lineas.
           01 InstrHist-Rec.
               05 InH-ID PIC X(4).
               05 InH-Sep1 PIC X(1).
               05 InH-Periodo PIC X(6).
               05 InH-Sep2 PIC X(1).
               05 InH-FechaDebida PIC X(10).
               05 InH-Sep3 PIC X(1).
               05 InH-TransID PIC X(10).
               05 InH-Sep4 PIC X(1).
               05 InH-Generado PIC X(21).
