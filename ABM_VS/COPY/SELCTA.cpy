      ******************************************************************
      * SELCTA - SELECT del archivo CUENTAS (maestro de cuentas
      * contables: imputacion al debe y al haber de cada concepto de
      * movimiento para la exportacion de asientos de ASIENTOS).
      ******************************************************************
           SELECT OPTIONAL CUENTAS ASSIGN TO "d:\data\cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CTA-CONCEPTO
                  FILE STATUS ST-CTA.
