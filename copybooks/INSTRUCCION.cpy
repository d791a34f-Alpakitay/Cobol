      *> Layout compartido de las instrucciones permanentes de calculo
      *> (data/INSTRUCCIONES.DAT), usado por MantenimientoInstrucciones
      *> (quien lo mantiene) y GenerarInstrucciones (quien agrega al
      *> extract de Condicionales las que tocan cada noche). Una linea
      *> por instruccion, en orden de Ins-ID; el ID nunca se re-usa
      *> porque forma parte del Trans-ID de cada transaccion generada.
      *> La operacion es una del menu de Condicionales, con el mismo
      *> texto que lleva el extract (Suma, Resta, Multiplicacion,
      *> Division, Modulo, Porcentaje, Potencia); los montos van en
      *> moneda base.
      *> Frecuencia: "D" diaria (cada noche que corre el generador),
      *> "M" mensual el dia Ins-Dia de cada mes, "T" trimestral el dia
      *> Ins-Dia cada tres meses contando desde el mes de Ins-Desde.
      *> Un dia que el mes no tiene (31 en abril) es el ultimo del
      *> mes. Ins-Hasta en blanco = sin fecha de termino. Estado "A"
      *> activa o "S" suspendida (no genera, pero se queda por
      *> historia). Al final, cuando y quien la registro o la cambio
      *> por ultima vez.
           01 Instruccion-Rec.
               05 Ins-ID PIC X(4).
               05 Ins-Sep1 PIC X(1).
               05 Ins-Operacion PIC X(14).
               05 Ins-Sep2 PIC X(1).
               05 Ins-Num1 PIC S9(13)V9(2) SIGN LEADING SEPARATE.
               05 Ins-Sep3 PIC X(1).
               05 Ins-Num2 PIC S9(13)V9(2) SIGN LEADING SEPARATE.
               05 Ins-Sep4 PIC X(1).
               05 Ins-Frecuencia PIC X(1).
               05 Ins-Sep5 PIC X(1).
               05 Ins-Dia PIC 9(2).
               05 Ins-Sep6 PIC X(1).
               05 Ins-Desde PIC X(10).
               05 Ins-Sep7 PIC X(1).
               05 Ins-Hasta PIC X(10).
               05 Ins-Sep8 PIC X(1).
               05 Ins-Estado PIC X(1).
               05 Ins-Sep9 PIC X(1).
               05 Ins-Descripcion PIC X(30).
               05 Ins-Sep10 PIC X(1).
               05 Ins-Registrado PIC X(21).
               05 Ins-Sep11 PIC X(1).
               05 Ins-Operador PIC X(8).
