      ******************************************************************
      * REGRSC - Layout de REG-RESPALDO-CTL (archivo RSPCTL).
      * Un registro por generacion de respaldo: fecha y secuencia del
      * dia, hora, estado ("P" en proceso o cortada, no se restaura;
      * "C" completa) y cantidad de registros copiados de cada
      * archivo, por codigo de archivo:
      *   01 CLIENTES          05 APERTURA         09 CLIENTES-HIST
      *   02 MOVIMIENTOS       06 RECCTL           10 MOVIMIENTOS-HIST
      *   03 IMPUTA            07 CIECTL           11 IMPUTA-HIST
      *   04 RECIBOS           08 PLANES
      * RSC-REST-* guarda la ultima restauracion de la generacion
      * hecha por RESTAURA (fecha en cero = nunca restaurada).
      ******************************************************************
       01  REG-RESPALDO-CTL.
           03  RSC-GENERACION.
               05 RSC-FECHA        PIC 9(8).
               05 RSC-SECUENCIA    PIC 9(2).
           03 RSC-HORA             PIC 9(6).
           03 RSC-ESTADO           PIC X.
               88 RSC-EN-PROCESO   VALUE "P".
               88 RSC-COMPLETA     VALUE "C".
           03 RSC-CANTIDADES.
               05 RSC-CANT         PIC 9(9) OCCURS 11.
           03 RSC-REST-FECHA       PIC 9(8).
           03 RSC-REST-HORA        PIC 9(6).
           03 RSC-REST-OPERADOR    PIC X(20).
           03 FILLER               PIC X(20).
