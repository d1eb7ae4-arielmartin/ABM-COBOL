      ******************************************************************
      * SELCHQ - SELECT del archivo CHEQUES (cartera de cheques
      * recibidos en pago), comun a CTACTE, CHQMANT y CHQVTO.
      ******************************************************************
           SELECT OPTIONAL CHEQUES ASSIGN TO "d:\data\cheques.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CHQ-CLAVE
                  FILE STATUS ST-CHQ.
