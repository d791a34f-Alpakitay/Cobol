      *> Layout compartido del historial de compensacion
      *> (data/COMPENSACION.DAT), usado por MantenimientoCompensacion
      *> (quien lo mantiene) y ReporteCostoLaboral (quien lo lee). Una
      *> linea por cada cambio de salario de un empleado, ordenado por
      *> Emp-ID y fecha efectiva: el salario vigente en una fecha es
      *> el del ultimo registro del empleado con fecha efectiva igual
      *> o anterior. Los registros no se pisan: un cambio es un
      *> registro nuevo y la historia completa queda en el archivo.
      *> El monto es el salario mensual en la moneda indicada; moneda
      *> en espacios es moneda base, cualquier otra se convierte con
      *> la tasa de data/TIPOSCAMBIO.DAT. Motivo: INGRESO, AUMENTO,
      *> PROMOCION, AJUSTE o CORRECCION. Al final, cuando y quien lo
      *> registro.
           01 Compensacion-Rec.
               05 Comp-EmpID PIC 9(6).
               05 Comp-Sep1 PIC X(1).
               05 Comp-FechaEfectiva PIC X(10).
               05 Comp-Sep2 PIC X(1).
               05 Comp-Monto PIC 9(10)V9(2).
               05 Comp-Sep3 PIC X(1).
               05 Comp-Moneda PIC X(3).
               05 Comp-Sep4 PIC X(1).
               05 Comp-Motivo PIC X(12).
               05 Comp-Sep5 PIC X(1).
               05 Comp-Registrado PIC X(21).
               05 Comp-Sep6 PIC X(1).
               05 Comp-Operador PIC X(8).
