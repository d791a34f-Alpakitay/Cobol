      ******************************************************************
      * Layout de montos anchos para Condicionales: el extract de
      * version 2 trae montos de hasta 13 enteros + 2 decimales que
      * no caben en el layout estandar (copybooks/WSAMOUNT.cpy).
      * Mismo signo explicito al frente; solo cambia el ancho.
      ******************************************************************
           01 FIELD-NAME PIC S9(13)V9(2) SIGN LEADING SEPARATE
               VALUE FIELD-VALUE.
