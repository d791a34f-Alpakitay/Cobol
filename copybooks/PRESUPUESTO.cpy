      *> Layout compartido del presupuesto mensual por sucursal
      *> (data/PRESUPUESTOS.DAT), usado por MantenimientoPresupuestos
      *> (quien lo mantiene) y ReporteVarianzaSuma (quien lo compara
      *> contra lo consolidado). Una linea por Suc-Codigo y mes
      *> (AAAA-MM), ordenado por codigo y mes; el monto es lo que se
      *> espera que la sucursal consolide en el mes, en moneda base.
      *> Al final, cuando y quien lo registro.
           01 Presupuesto-Rec.
               05 Pres-Codigo PIC X(10).
               05 Pres-Sep1 PIC X(1).
               05 Pres-Mes PIC X(7).
               05 Pres-Sep2 PIC X(1).
               05 Pres-Monto PIC 9(10)V9(2).
               05 Pres-Sep3 PIC X(1).
               05 Pres-Registrado PIC X(21).
               05 Pres-Sep4 PIC X(1).
               05 Pres-Operador PIC X(8).
