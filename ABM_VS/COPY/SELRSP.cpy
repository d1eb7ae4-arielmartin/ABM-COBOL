      ******************************************************************
      * SELRSP - SELECT del archivo RESPALDOS (generaciones de
      * respaldo que toma RESPALDO antes de los procesos que
      * actualizan): una copia de cada registro de cada archivo
      * respaldado, clave generacion + archivo + numero de registro.
      ******************************************************************
           SELECT OPTIONAL RESPALDOS ASSIGN TO "d:\data\respaldos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY RSP-CLAVE
                  FILE STATUS ST-RSP.
