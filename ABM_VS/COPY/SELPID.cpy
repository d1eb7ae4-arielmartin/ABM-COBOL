      ******************************************************************
      * SELPID - SELECT del archivo PLAN-ID (ultimo numero de plan de
      * pagos asignado), mismo esquema que RECIBO-ID.
      ******************************************************************
           SELECT OPTIONAL PLAN-ID ASSIGN TO "d:\data\last-plan.dat"
                  FILE STATUS ST-PID.
