      ******************************************************************
      * SELRSC - SELECT del archivo RSPCTL (control de generaciones de
      * respaldo): un registro por generacion tomada por RESPALDO.
      ******************************************************************
           SELECT OPTIONAL RSPCTL ASSIGN TO "d:\data\respaldo-ctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY RSC-GENERACION
                  FILE STATUS ST-RSC.
