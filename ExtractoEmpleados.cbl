      *> Un empleado entra al extracto si esta activo y, cuando hay
      *> fecha de corte, si su ingreso es igual o posterior a ella
      *> (la comparacion alfabetica de AAAA-MM-DD es tambien la
      *> cronologica). Un registro anonimizado nunca sale, aunque un
      *> reingreso lo haya vuelto a activar: no trae datos que
      *> exportar.
       RevisarEmpleado.
           IF Emp-Estado = "I" THEN
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Nombre = "ANONIMIZADO" THEN
               EXIT PARAGRAPH
           END-IF.
           IF Emp-Estado = "P" AND
                   Emp-FechaIngreso > WS-Hoy-Guiones THEN
               ADD 1 TO WS-Pendientes
