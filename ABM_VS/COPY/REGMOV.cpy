               88 MOV-PAGO         VALUE "P".
               88 MOV-ANULACION    VALUE "A".
               88 MOV-AJUSTE       VALUE "J".
               88 MOV-PASE-PLAN    VALUE "F".
           03 MOV-IMPORTE          PIC 9(6)V9(3).
           03 MOV-HORA             PIC 9(6).
           03 MOV-OPERADOR         PIC X(20).
      * supervisor) concilia el libro contra CLI_SALDO sin tocar el
      * saldo. Para los tipos que no son "C" ni "P" el sentido del
      * importe lo da MOV-SENTIDO: "D" suma al saldo, "H" resta.
      * El pase a plan de pagos (tipo "F", grabado por PLANMANT) resta
      * la deuda refinanciada y queda imputado a los cargos que cancela.
      * MOV-MEDIO (agregado sobre el FILLER) es el medio de pago de un
      * tipo "P": "E" efectivo, "T" transferencia, "C" cheque (el
      * cheque queda en CHEQUES). En blanco, registros anteriores, se
      * toma como efectivo; en los demas tipos va en blanco.
           03 MOV-ANULADO          PIC X.
               88 MOV-ANULADO-SI   VALUE "S".
           03 MOV-REF.
           03 MOV-SENTIDO          PIC X.
               88 MOV-SUMA         VALUE "D".
               88 MOV-RESTA        VALUE "H".
           03 MOV-MEDIO            PIC X.
               88 MOV-EFECTIVO     VALUE "E" " ".
               88 MOV-TRANSFERENCIA VALUE "T".
               88 MOV-CHEQUE       VALUE "C".
           03 FILLER               PIC X(9).
