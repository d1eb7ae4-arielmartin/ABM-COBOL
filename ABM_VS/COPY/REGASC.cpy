      ******************************************************************
      * REGASC - Layout de REG-ASIENTO-CTL (archivo ASICTL).
      * Un registro por fecha de movimientos exportada por ASIENTOS.
      * "E" la fecha ya se mando a contabilidad y no se vuelve a
      * exportar; "R" un supervisor la reabrio en CTAMANT y la proxima
      * exportacion que la incluya la manda de nuevo completa.
      * ASC-CORTE es fecha y hora de la ultima exportacion que tomo
      * movimientos de esta fecha: los grabados con esa fecha desde
      * el corte en adelante salen como asiento de ajuste en la
      * exportacion siguiente, que mueve el corte.
      ******************************************************************
       01  REG-ASIENTO-CTL.
           03 ASC-FECHA            PIC 9(8).
           03 ASC-ESTADO           PIC X.
               88 ASC-EXPORTADA    VALUE "E".
               88 ASC-REABIERTA    VALUE "R".
           03 ASC-CORTE.
               05 ASC-CORTE-FECHA  PIC 9(8).
               05 ASC-CORTE-HORA   PIC 9(6).
           03 ASC-EXP-FECHA        PIC 9(8).
           03 ASC-EXP-HORA         PIC 9(6).
           03 ASC-CANT-MOV         PIC 9(7).
           03 ASC-IMPORTE          PIC 9(11)V9(3).
           03 ASC-CANT-AJU         PIC 9(7).
           03 ASC-IMPORTE-AJU      PIC 9(11)V9(3).
           03 ASC-REAB-FECHA       PIC 9(8).
           03 ASC-REAB-HORA        PIC 9(6).
           03 ASC-REAB-OPERADOR    PIC X(20).
           03 FILLER               PIC X(20).
