      ******************************************************************
      * REGCIE - Layout de REG-CIERRE-CTL (archivo CIECTL).
      * Un registro de control por periodo cerrado, mismo esquema que
      * RECCTL en RECARGO: "P" en proceso con el ultimo cliente ya
      * procesado, "C" periodo cerrado.
      ******************************************************************
       01  REG-CIERRE-CTL.
           03 CIE-PERIODO      PIC 9(6).
           03 CIE-ESTADO       PIC X.
               88 CIE-EN-PROCESO   VALUE "P".
               88 CIE-COMPLETO     VALUE "C".
           03 CIE-ULTIMO-ID    PIC 9(7).
           03 CIE-FECHA        PIC 9(8).
           03 CIE-HORA         PIC 9(6).
