      *> Parametros de CadenaAuditoria, el subprograma que lleva la
      *> cadena de control de las bitacoras (data/EMPMOVS.DAT,
      *> data/TIPOSCAMBIOLOG.DAT, data/SUMAACUMULADO.DAT y cada
      *> data/CONDAUDIT.AAAAMMDD.LOG). Cada linea de esas bitacoras
      *> termina en ";SSSSSSSS;CCCCCCCCCC": su numero de secuencia
      *> dentro del archivo (de 1 en 1) y un valor de control que se
      *> calcula sobre el control de la linea anterior, la secuencia
      *> y el texto de la linea. Borrar, cambiar, mover o agregar a
      *> mano una linea rompe la cadena desde ahi.
      *> Operaciones:
      *>   ULTIMO    ultima secuencia/control del archivo Cad-Ruta
      *>             (cero si no existe o no tiene lineas selladas)
      *>   SELLAR    sella Cad-Linea (el texto sin sello) a
      *>             continuacion de Cad-Secuencia/Cad-Control; los
      *>             deja en los de la linea nueva y el sello en
      *>             Cad-Sello, listo para ir al final de la linea
      *>   SEPARAR   parte Cad-Linea (una linea leida) en texto y
      *>             sello: Cad-Sellada, Cad-Largo-Texto y
      *>             Cad-Linea-Secuencia/Cad-Linea-Control
      *>   VERIFICAR recorre la cadena de Cad-Ruta y la compara con
      *>             la ultima verificacion buena; Cad-Resultado "OK"
      *>             o "VA" (no existe, nada que revisar) es una
      *>             cadena sana, cualquier otro es el primer problema
      *>             (Cad-Linea-Mala, Cad-Detalle); deja en
      *>             Cad-Secuencia/Cad-Control la ultima linea buena
      *>   ANCLAR    registra Cad-Secuencia/Cad-Control como la
      *>             ultima verificacion buena de Cad-Ruta
           01 Cadena-Parametros.
               05 Cad-Operacion PIC X(9).
               05 Cad-Ruta PIC X(40).
               05 Cad-Linea PIC X(200).
               05 Cad-Secuencia PIC 9(8).
               05 Cad-Control PIC 9(10).
               05 Cad-Sello PIC X(20).
               05 Cad-Sellada PIC X(1).
               05 Cad-Largo-Texto PIC 9(3).
               05 Cad-Linea-Secuencia PIC 9(8).
               05 Cad-Linea-Control PIC 9(10).
               05 Cad-Resultado PIC X(2).
               05 Cad-Linea-Mala PIC 9(8).
               05 Cad-Lineas PIC 9(8).
               05 Cad-Sin-Sello PIC 9(8).
               05 Cad-Detalle PIC X(100).
