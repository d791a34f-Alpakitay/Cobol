      ******************************************************************
      * Author: Alpakita
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CifrarPIN.

      *> Subprograma compartido que convierte usuario + PIN en la
      *> huella de 10 digitos que se guarda en data/OPERADORES.DAT,
      *> para que el PIN nunca quede escrito en ningun archivo. La
      *> huella mezcla cada caracter del usuario y del PIN en un
      *> acumulador modulo el primo 2147483647, en varias vueltas;
      *> el usuario funciona como sal. Lo llaman IniciarSesion (para
      *> comparar) y MantenimientoOperadores (para guardar un PIN
      *> nuevo). Cambiar el calculo invalida todos los PIN ya
      *> guardados.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-Texto PIC X(16) VALUE SPACES.
           01 WS-Acumulado PIC 9(18) VALUE 0.
           01 WS-Primo PIC 9(10) VALUE 2147483647.
           01 WS-Vuelta PIC 9(3) VALUE 0.
           01 WS-Vueltas PIC 9(3) VALUE 64.
           01 WS-Pos PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           01 Cif-Usuario PIC X(8).
           01 Cif-PIN PIC X(8).
           01 Cif-Huella PIC X(10).

       PROCEDURE DIVISION USING Cif-Usuario Cif-PIN Cif-Huella.
       Cifrar.
           MOVE SPACES TO WS-Texto.
           STRING Cif-Usuario DELIMITED BY SIZE
               Cif-PIN DELIMITED BY SIZE
               INTO WS-Texto
           END-STRING.
           MOVE 7919 TO WS-Acumulado.
           PERFORM VARYING WS-Vuelta FROM 1 BY 1
                   UNTIL WS-Vuelta > WS-Vueltas
               PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 16
                   COMPUTE WS-Acumulado = FUNCTION MOD(
                       WS-Acumulado * 48271
                       + FUNCTION ORD(WS-Texto(WS-Pos:1))
                       + WS-Vuelta, WS-Primo)
               END-PERFORM
           END-PERFORM.
           MOVE WS-Acumulado(9:10) TO Cif-Huella.
           GOBACK.

       END PROGRAM CifrarPIN.
