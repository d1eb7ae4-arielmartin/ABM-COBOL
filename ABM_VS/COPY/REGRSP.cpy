      ******************************************************************
      * REGRSP - Layout de REG-RESPALDO (archivo RESPALDOS).
      * Un registro por cada registro respaldado. La generacion es la
      * fecha del respaldo mas una secuencia dentro del dia (ver
      * REGRSC); RSP-ARCHIVO es el codigo del archivo de origen, y
      * RSP-NUMERO el orden de lectura, que en los indexados es el
      * orden de la clave: RESTAURA los regraba leyendo por clave.
      * RSP-DATOS lleva el registro tal cual, completado con blancos
      * hasta el largo del mas grande (REG-CLIENTES).
      ******************************************************************
       01  REG-RESPALDO.
           03  RSP-CLAVE.
               05  RSP-GENERACION.
                   07 RSP-FECHA    PIC 9(8).
                   07 RSP-SECUENCIA PIC 9(2).
               05 RSP-ARCHIVO      PIC 9(2).
               05 RSP-NUMERO       PIC 9(9).
           03 RSP-DATOS            PIC X(469).
