      ******************************************************************
      * SELASC - SELECT del archivo ASICTL (control por fecha de la
      * exportacion de asientos contables de ASIENTOS).
      ******************************************************************
           SELECT OPTIONAL ASICTL ASSIGN TO "d:\data\asientos-ctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY ASC-FECHA
                  FILE STATUS ST-ASC.
