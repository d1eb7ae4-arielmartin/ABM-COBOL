      ******************************************************************
      * SELCIE - SELECT del archivo CIECTL (control por periodo del
      * cierre mensual de CIERRE). Los listados que trabajan sobre
      * periodos cerrados lo leen para saber cuales estan completos.
      ******************************************************************
           SELECT OPTIONAL CIECTL ASSIGN TO "d:\data\cierre-ctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CIE-PERIODO
                  FILE STATUS ST-CIE.
