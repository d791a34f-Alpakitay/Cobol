           01 WS-Mov-Anterior PIC X(32) VALUE SPACES.
           01 WS-Mov-Nuevo PIC X(32) VALUE SPACES.
           01 WS-Mov-Programa PIC X(14) VALUE "PURGAPLACEHOLD".
      *> Utilitario sin firma de operador: el movimiento va firmado
      *> "(nadie)" y lo identifica el programa.
           01 WS-Mov-Usuario PIC X(8) VALUE "(nadie)".

      *> Indice de busqueda por apellidos y departamento
      *> (IndiceEmpleados): con CONFIRMAR se rearma completo al
      *> cerrar el maestro, todavia con el candado tomado; ir
      *> registro por registro copiaria el indice una vez por cada
      *> empleado tocado.
           01 WS-Ind-Operacion PIC X(6) VALUE "REARMA".
           01 WS-Ind-EmpID PIC 9(6) VALUE 0.
           01 WS-Ind-Apellidos PIC X(32) VALUE SPACES.
           01 WS-Ind-Departamento PIC X(20) VALUE SPACES.
           01 WS-Indice-OK PIC X VALUE "N".

      *> Candado de escritor unico del maestro (CandadoMaestro): el
      *> borrado fisico no puede cruzarse con un alta o una edicion.
           END-PERFORM.

           CLOSE EmployeeFile.
           IF WS-Confirmado = "Y" AND WS-Purgados > 0 THEN
               CALL "IndiceEmpleados" USING WS-Ind-Operacion
                   WS-Ind-EmpID WS-Ind-Apellidos WS-Ind-Departamento
                   WS-Indice-OK
           END-IF.
           PERFORM LiberarCandado.

           DISPLAY "Registros revisados: " WS-Revisados.
                   IF WS-Emp-Status = "00" THEN
                       CALL "RegistrarMovimiento" USING Emp-ID
                           WS-Mov-Campo WS-Mov-Anterior WS-Mov-Nuevo
                           WS-Mov-Programa WS-Mov-Usuario
                   END-IF
                   DISPLAY "Borrado placeholder " Emp-ID " "
                       Emp-Nombre " " Emp-Apellidos
