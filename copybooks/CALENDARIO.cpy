      *> Layout compartido del calendario de dias habiles
      *> (data/CALENDARIO.DAT), usado por MantenimientoCalendario
      *> (quien lo mantiene) y por el subprograma DiaHabil (quien lo
      *> consulta para todos los demas). Sabado y domingo son
      *> inhabiles sin necesidad de listarlos; el archivo solo trae
      *> las excepciones, una linea por fecha AAAA-MM-DD en orden:
      *> "F" feriado de la empresa (un dia entre semana que no se
      *> trabaja) o "H" habil por excepcion (un sabado o domingo que
      *> si se trabaja, p.ej. un cierre). La descripcion es el
      *> nombre del feriado o el motivo; al final, cuando y quien
      *> registro la fecha.
           01 Calendario-Rec.
               05 Cal-Fecha PIC X(10).
               05 Cal-Sep1 PIC X(1).
               05 Cal-Tipo PIC X(1).
               05 Cal-Sep2 PIC X(1).
               05 Cal-Descripcion PIC X(30).
               05 Cal-Sep3 PIC X(1).
               05 Cal-Registrado PIC X(21).
               05 Cal-Sep4 PIC X(1).
               05 Cal-Operador PIC X(8).
