      ******************************************************************
      * REGCHQ - Layout de REG-CHEQUE (archivo CHEQUES).
      * Un registro por cheque recibido en pago, identificado por el
      * codigo del banco y el numero del cheque. Lo graba CTACTE al
      * tomar un pago con medio "C" (CHQ-PAGO apunta al movimiento
      * del pago y CHQ-RECIBO al recibo emitido) y lo hace avanzar
      * CHQMANT: en cartera -> depositado -> acreditado, o rechazado.
      * Al rechazarse se graba un cargo por el importe mas el gasto
      * bancario con MOV-REF al pago original; CHQ-RCH lleva la clave
      * de ese cargo. Si CTACTE anula el pago con el cheque todavia
      * en cartera, el cheque queda anulado y ya no avanza.
      ******************************************************************
       01  REG-CHEQUE.
           03  CHQ-CLAVE.
               05 CHQ-BANCO        PIC 9(3).
               05 CHQ-NUMERO       PIC 9(8).
           03 CHQ-CUIT-EMISOR      PIC X(13).
           03 CHQ-IMPORTE          PIC 9(6)V9(3).
           03 CHQ-FECHA-COBRO      PIC 9(8).
           03 CHQ-ID-CLIENTE       PIC 9(7).
           03 CHQ-PAGO.
               05 CHQ-PAGO-FECHA   PIC 9(8).
               05 CHQ-PAGO-SEC     PIC 9(4).
           03 CHQ-RECIBO           PIC 9(8).
           03 CHQ-ESTADO           PIC X.
               88 CHQ-EN-CARTERA   VALUE "C".
               88 CHQ-DEPOSITADO   VALUE "D".
               88 CHQ-ACREDITADO   VALUE "A".
               88 CHQ-RECHAZADO    VALUE "R".
               88 CHQ-ANULADO      VALUE "X".
           03 CHQ-FEC-ESTADO       PIC 9(8).
           03 CHQ-OPERADOR         PIC X(20).
           03 CHQ-RCH.
               05 CHQ-RCH-FECHA    PIC 9(8).
               05 CHQ-RCH-SEC      PIC 9(4).
           03 FILLER               PIC X(20).
