      * Un registro por contacto de cobranzas: quien llamo, que
      * resultado tuvo y, si el cliente prometio pagar, cuanto y para
      * cuando. PROMESAS cruza las promesas vencidas contra los pagos
      * de MOVIMIENTOS para listar las incumplidas. CARTAS deja una
      * gestion "CA" por cada carta de cobranza emitida.
      ******************************************************************
       01  REG-GESTION.
           03  GES-CLAVE.
               88 GES-PROMETE-PAGO VALUE "PP".
               88 GES-RECLAMA      VALUE "RE".
               88 GES-OTRO         VALUE "OT".
               88 GES-CARTA        VALUE "CA".
           03 GES-PROM-IMPORTE     PIC 9(6)V9(3).
           03 GES-PROM-FECHA       PIC 9(8).
           03 GES-TEXTO            PIC X(60).
