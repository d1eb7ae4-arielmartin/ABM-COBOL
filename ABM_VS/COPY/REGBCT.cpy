      ******************************************************************
      * REGBCT - Layout de REG-BANCO-CTL (archivo BANCOCTL).
      * Un registro de control por archivo de cobranzas del banco,
      * identificado por la fecha y el numero de su cabecera. Mientras
      * esta en "P" guarda la ultima linea ya procesada y, durante la
      * aplicacion de un pago, la linea, el cliente y el recibo en
      * curso, para poder relanzar sin aplicar dos veces; en "C" el
      * archivo quedo aplicado completo y no se vuelve a procesar.
      ******************************************************************
       01  REG-BANCO-CTL.
           03  BCT-CLAVE.
               05 BCT-FECHA-ARCH   PIC 9(8).
               05 BCT-NUMERO-ARCH  PIC 9(6).
           03 BCT-ESTADO           PIC X.
               88 BCT-EN-PROCESO   VALUE "P".
               88 BCT-COMPLETO     VALUE "C".
           03 BCT-ULTIMA-LINEA     PIC 9(7).
           03 BCT-LINEA-CURSO      PIC 9(7).
           03 BCT-ID-CURSO         PIC 9(7).
           03 BCT-RECIBO-CURSO     PIC 9(8).
           03 BCT-CANT-APLICADOS   PIC 9(7).
           03 BCT-CANT-RECHAZADOS  PIC 9(7).
           03 BCT-TOTAL-APLICADO   PIC 9(9)V9(3).
           03 BCT-FECHA            PIC 9(8).
           03 BCT-HORA             PIC 9(6).
