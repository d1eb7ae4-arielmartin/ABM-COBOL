      ******************************************************************
      * REGUNI - Layout de REG-UNIFICA (archivo UNIFCTL).
      * Un registro por unificacion: el cliente origen pasa todo lo
      * suyo al cliente destino y queda dado de baja apuntando a el.
      * Mientras esta en "P" la unificacion no termino y UNIFICA la
      * completa al volver a correr. Las secuencias de MOVIMIENTOS y
      * GESTIONES del origen pasan al destino corridas en un
      * desplazamiento fijo (UNI-DESPL-MOV / UNI-DESPL-GES, la mayor
      * secuencia del destino al empezar), asi la nueva clave de cada
      * registro y de cada referencia a el (IMPUTA, MOV-REF, RECIBOS,
      * CHEQUES, PLANES) sale siempre igual aunque se relance. Para
      * APERTURA y el saldo, que se suman, se guarda el valor del
      * destino antes de sumar: al relanzar, si coincide falta sumar;
      * si es ese valor mas el del origen la suma ya se habia hecho;
      * si es otro el destino se movio en el medio, el origen no se
      * toca y el control queda en "P" para resolverlo a mano.
      ******************************************************************
       01  REG-UNIFICA.
           03 UNI-ID-ORIGEN        PIC 9(7).
           03 UNI-ID-DESTINO       PIC 9(7).
           03 UNI-ESTADO           PIC X.
               88 UNI-EN-PROCESO   VALUE "P".
               88 UNI-COMPLETA     VALUE "C".
           03 UNI-DESPL-MOV        PIC 9(4).
           03 UNI-DESPL-GES        PIC 9(4).
           03 UNI-SAP-PERIODO      PIC 9(6).
           03 UNI-SAP-EXISTIA      PIC X.
           03 UNI-SAP-ANT          PIC S9(7)V9(3).
           03 UNI-SALDO-CURSO      PIC X.
           03 UNI-SALDO-ORIGEN     PIC S9(7)V9(3).
           03 UNI-SALDO-ANT        PIC S9(7)V9(3).
           03 UNI-OPERADOR         PIC X(20).
           03 UNI-FECHA            PIC 9(8).
           03 UNI-HORA             PIC 9(6).
           03 UNI-FEC-FIN          PIC 9(8).
