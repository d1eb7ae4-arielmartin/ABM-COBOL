      ******************************************************************
      * SELBCT - SELECT del archivo BANCOCTL (control por archivo de
      * cobranzas bancarias aplicado por IMPBANCO), mismo esquema que
      * RECCTL para el recargo por periodo.
      ******************************************************************
           SELECT OPTIONAL BANCOCTL ASSIGN TO "d:\data\banco-ctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY BCT-CLAVE
                  FILE STATUS ST-BCT.
