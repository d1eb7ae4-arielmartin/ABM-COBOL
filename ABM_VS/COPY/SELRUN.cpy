      ******************************************************************
      * SELRUN - SELECT del archivo CORRIDAS (historia de la cadena
      * batch nocturna): un registro por proceso ejecutado por
      * NOCTURNO, clave fecha + secuencia dentro de la noche. CIERRE y
      * RESTAURA agregan los suyos con la secuencia siguiente.
      ******************************************************************
           SELECT OPTIONAL CORRIDAS ASSIGN TO "d:\data\corridas.dat"
                  ORGANIZATION INDEXED
