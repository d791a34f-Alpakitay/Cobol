      *> Layout compartido del archivo de vacaciones y permisos
      *> (data/VACACIONES.DAT), usado por MantenimientoVacaciones
      *> (captura de permisos y ajustes), AcumulacionVacaciones (el
      *> abono mensual por antiguedad) y ReporteVacaciones (saldos
      *> por departamento). Una linea por movimiento, en orden de
      *> Emp-ID y fecha de inicio: el saldo de un empleado a una
      *> fecha es la suma de sus movimientos hasta esa fecha.
      *>
      *> Tipos de movimiento:
      *>   ACUMULACION  abono del mes (positivo); lo escribe solo la
      *>                corrida mensual, con el mes en Vac-Periodo.
      *>   VACACIONES   dias tomados; descuentan del saldo.
      *>   ENFERMEDAD   se registran pero no descuentan.
      *>   PERSONAL     se registran pero no descuentan.
      *>   SIN-GOCE     se registran pero no descuentan.
      *>   AJUSTE       saldo inicial o correccion, con signo.
      *> Los dias de un permiso son dias habiles segun el calendario
      *> (DiaHabil) entre la fecha de inicio y la de fin. Al final,
      *> cuando y quien lo registro.
           01 Vacacion-Rec.
               05 Vac-EmpID PIC 9(6).
               05 Vac-Sep1 PIC X(1).
               05 Vac-FechaInicio PIC X(10).
               05 Vac-Sep2 PIC X(1).
               05 Vac-FechaFin PIC X(10).
               05 Vac-Sep3 PIC X(1).
               05 Vac-Tipo PIC X(12).
               05 Vac-Sep4 PIC X(1).
               05 Vac-Dias PIC S9(3)V9(2) SIGN LEADING SEPARATE.
               05 Vac-Sep5 PIC X(1).
               05 Vac-Periodo PIC X(7).
               05 Vac-Sep6 PIC X(1).
               05 Vac-Registrado PIC X(21).
               05 Vac-Sep7 PIC X(1).
               05 Vac-Operador PIC X(8).
