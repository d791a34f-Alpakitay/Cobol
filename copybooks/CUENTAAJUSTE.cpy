      *> Layout compartido de las cuentas del mayor por motivo de
      *> ajuste al acumulador de Suma (data/CUENTASAJUSTE.DAT),
      *> usado por MantenimientoCuentasAjuste (quien lo mantiene) y
      *> Suma (quien asienta en el diario contable los ajustes que
      *> AprobacionAjustesSuma posteo). Una linea por codigo de
      *> motivo de AjustesSuma con la cuenta de cargo (debe) y la de
      *> abono (haber) de la contrapartida; un ajuste negativo
      *> invierte los lados.
           01 CuentaAjuste-Rec.
               05 CtaA-Motivo PIC X(14).
               05 CtaA-Sep1 PIC X(1).
               05 CtaA-Cuenta-Debe PIC X(12).
               05 CtaA-Sep2 PIC X(1).
               05 CtaA-Cuenta-Haber PIC X(12).
