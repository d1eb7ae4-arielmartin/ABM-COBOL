               88 CLI-BORRADO-NO   VALUE "N".
           03 CLI_FEC_BORRADO      PIC 9(8).
           03 CLI_LIMITE           PIC 9(7)V9(3).
      * cliente dado de baja por unificacion (UNIFICA): ID del cliente
      * que recibio sus movimientos y su saldo. Tomado del FILLER: en
      * los registros anteriores viene en espacios (no numerico) y se
      * toma como cero, cliente no unificado.
           03 CLI_UNIFICADO_EN     PIC 9(7).
      * ultima carta de cobranza enviada por CARTAS: nivel (1 primer
      * aviso, 2 segundo aviso, 3 intimacion) y fecha de emision.
      * Vuelve a cero cuando el cliente paga despues de la carta. En
      * los registros anteriores viene en espacios y se toma como
      * cero, cliente sin cartas.
           03 CLI_CARTA_NIVEL      PIC 9.
           03 CLI_CARTA_FECHA      PIC 9(8).
           03  FILLER              PIC X(122).
