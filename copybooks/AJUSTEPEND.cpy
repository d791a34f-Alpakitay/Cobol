      *> Layout compartido de la cola de ajustes al acumulador que
      *> esperan aprobacion (data/AJUSTESPENDIENTES.DAT). La escribe
      *> AjustesSuma (una linea por ajuste capturado, estado "P"),
      *> la resuelve AprobacionAjustesSuma (estado "A" aprobado y ya
      *> posteado al acumulador, o "R" rechazado, con quien, cuando
      *> y el comentario), y la leen ReporteExcepciones (pendientes
      *> viejos) y ReporteMensualSuma (montos pendientes aparte de
      *> los posteados). Un ajuste nunca se borra de la cola: queda
      *> como constancia de quien capturo y quien aprobo. El folio
      *> es consecutivo y no se repite.
           01 AjustePend-Rec.
               05 AjP-Folio PIC 9(6).
               05 AjP-Sep1 PIC X(1).
               05 AjP-Capturado PIC X(21).
               05 AjP-Sep2 PIC X(1).
               05 AjP-Monto PIC S9(10)V9(2) SIGN LEADING SEPARATE.
               05 AjP-Sep3 PIC X(1).
               05 AjP-Motivo PIC X(14).
               05 AjP-Sep4 PIC X(1).
               05 AjP-Nota PIC X(40).
               05 AjP-Sep5 PIC X(1).
               05 AjP-Anio PIC X(4).
               05 AjP-Sep6 PIC X(1).
               05 AjP-Capturo PIC X(8).
               05 AjP-Sep7 PIC X(1).
               05 AjP-Estado PIC X(1).
               05 AjP-Sep8 PIC X(1).
               05 AjP-Resuelto PIC X(21).
               05 AjP-Sep9 PIC X(1).
               05 AjP-Resolvio PIC X(8).
               05 AjP-Sep10 PIC X(1).
               05 AjP-Comentario PIC X(40).
