      ******************************************************************
      * SELUNI - SELECT del archivo UNIFCTL (control de unificaciones
      * de clientes hechas por UNIFICA), mismo esquema que RECCTL y
      * BANCOCTL: un registro por cliente origen unificado.
      ******************************************************************
           SELECT OPTIONAL UNIFCTL ASSIGN TO "d:\data\unif-ctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY UNI-ID-ORIGEN
                  FILE STATUS ST-UNI.
