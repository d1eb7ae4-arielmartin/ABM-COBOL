      ******************************************************************
      * SELACC - SELECT del archivo ACCESOS (registro de ingresos,
      * fallos, bloqueos y salidas de los operadores en cada programa
      * con login). Secuencial, solo agrega registros; lo lista ACCLIS.
      ******************************************************************
           SELECT OPTIONAL ACCESOS ASSIGN TO "d:\data\accesos.dat"
                  FILE STATUS ST-ACC.
