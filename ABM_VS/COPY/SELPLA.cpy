      ******************************************************************
      * SELPLA - SELECT del archivo PLANES (planes de pago: cabecera y
      * cuotas de cada plan). Lo arma PLANMANT, lo emite y controla
      * PLANCUO; RECARGO y DEUDORES lo consultan para separar la deuda
      * que esta dentro de un plan vigente.
      ******************************************************************
           SELECT OPTIONAL PLANES ASSIGN TO "d:\data\planes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PLA-CLAVE
                  FILE STATUS ST-PLA.
