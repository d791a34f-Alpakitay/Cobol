           01 WS-Intentos PIC 9(3) VALUE 0.
           01 WS-Max-Intentos PIC 9(3) VALUE 50.

      *> Firma del operador (IniciarSesion) al arrancar. Solo
      *> RHSUPERVISOR cambia la referencia; los demas roles
      *> solo la consultan.
           01 WS-Ses-Programa PIC X(14) VALUE "MANTDEPTOS".
           01 WS-Ses-Usuario PIC X(8) VALUE SPACES.
           01 WS-Ses-Rol PIC X(12) VALUE SPACES.
           01 WS-Ses-OK PIC X VALUE "N".
           01 WS-Puede-Editar PIC X VALUE "N".

       PROCEDURE DIVISION.
       Mantenimiento.
           CALL "IniciarSesion" USING WS-Ses-Programa WS-Ses-Usuario
               WS-Ses-Rol WS-Ses-OK.
           IF WS-Ses-OK NOT = "Y" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Ses-Rol = "RHSUPERVISOR" THEN
               MOVE "Y" TO WS-Puede-Editar
           ELSE
               DISPLAY "Aviso: el rol " FUNCTION TRIM(WS-Ses-Rol)
                   " solo puede consultar los departamentos."
           END-IF.

           PERFORM CargarDepartamentos.

           MOVE "N" TO WS-Termina.
      *> departamento, lista la tabla, o termina guardando o no.
       MenuMantenimiento.
           DISPLAY "Que desea hacer?"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "1. Agregar departamento"
               DISPLAY "2. Renombrar (cambiar descripcion)"
               DISPLAY "3. Retirar departamento"
               DISPLAY "4. Reactivar departamento"
           END-IF
           DISPLAY "5. Listar departamentos"
           IF WS-Puede-Editar = "Y" THEN
               DISPLAY "6. Fijar plantilla autorizada"
               DISPLAY "7. Guardar cambios y salir"
           END-IF
           DISPLAY "8. Salir sin guardar"
           ACCEPT WS-Opcion-Alpha.
      *> Una opcion que el rol no tiene se trata como invalida.
           IF WS-Puede-Editar NOT = "Y" AND WS-Opcion-Alpha NOT = "5"
                   AND WS-Opcion-Alpha NOT = "8" THEN
               MOVE SPACE TO WS-Opcion-Alpha
           END-IF.

           EVALUATE WS-Opcion-Alpha
               WHEN "1"
