      *          cantidad y total de cargos, de pagos y de anulaciones
      *          por operador, neto del dia de cada uno y total
      *          general, para balancear cada caja contra el sistema.
      *          Los pagos se abren ademas por medio de pago
      *          (efectivo, transferencia, cheque) para cuadrar el
      *          efectivo y los valores de cada caja por separado.
      * Tectonics: cobc
      ******************************************************************

           COPY REGPAR.

       FD  PREORD.
       01  REG-PREORD          PIC X(58).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(58).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-OPERADOR    PIC X(20).
           03  ORD-HORA        PIC 9(6).
           03  FILLER          PIC X(32).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).
           03  WO-IMPORTE      PIC 9(6)V9(3).
           03  WO-ID           PIC 9(7).
           03  WO-COMPROBANTE  PIC X(12).
           03  WO-MEDIO        PIC X.

       01  W-FECHA             PIC 9(8).
       01  W-OPER-ANT          PIC X(20).
       01  W-OP-ANU-CANT       PIC 9(5) VALUE ZERO.
       01  W-OP-ANU-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-OP-NETO           PIC S9(9)V9(3) VALUE ZERO.
      * apertura de los pagos por medio; el medio en blanco de los
      * pagos anteriores al campo se toma como efectivo
       01  W-OP-EFE-CANT       PIC 9(5) VALUE ZERO.
       01  W-OP-EFE-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-OP-TRF-CANT       PIC 9(5) VALUE ZERO.
       01  W-OP-TRF-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-OP-CHQ-CANT       PIC 9(5) VALUE ZERO.
       01  W-OP-CHQ-TOT        PIC S9(9)V9(3) VALUE ZERO.

       01  W-TG-CARG-CANT      PIC 9(7) VALUE ZERO.
       01  W-TG-CARG-TOT       PIC S9(9)V9(3) VALUE ZERO.
       01  W-TG-ANU-CANT       PIC 9(7) VALUE ZERO.
       01  W-TG-ANU-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-TG-NETO           PIC S9(9)V9(3) VALUE ZERO.
       01  W-TG-EFE-CANT       PIC 9(7) VALUE ZERO.
       01  W-TG-EFE-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-TG-TRF-CANT       PIC 9(7) VALUE ZERO.
       01  W-TG-TRF-TOT        PIC S9(9)V9(3) VALUE ZERO.
       01  W-TG-CHQ-CANT       PIC 9(7) VALUE ZERO.
       01  W-TG-CHQ-TOT        PIC S9(9)V9(3) VALUE ZERO.

       01  W-CANT-Z            PIC Z(4)9.
       01  W-TOTAL-Z           PIC Z(8)9,999-.
           03  LD-IMPORTE      PIC Z(6)9,999-.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-NOTA         PIC X(10).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-MEDIO        PIC X(13).
           03  FILLER          PIC X(05) VALUE SPACES.

       01  LINEA-ENCAB2.
           03  FILLER          PIC X(50)
               VALUE "  HORA    T       ID  COMPROBANTE        IMPORTE".
           03  FILLER          PIC X(30)
               VALUE "            MEDIO".

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE MOV-IMPORTE     TO WO-IMPORTE.
           MOVE MOV-ID-CLIENTE  TO WO-ID.
           MOVE MOV-COMPROBANTE TO WO-COMPROBANTE.
           MOVE MOV-MEDIO       TO WO-MEDIO.
           WRITE REG-PREORD FROM W-REG-ORDEN.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL GRABAR TRABAJO "
               MOVE "ANULACION" TO LD-NOTA.
           IF WO-TIPO = "J"
               MOVE "AJUSTE"    TO LD-NOTA.
           IF WO-TIPO = "F"
               MOVE "PASE PLAN" TO LD-NOTA.
           IF WO-TIPO = "P"
               EVALUATE WO-MEDIO
                   WHEN "T"   MOVE "TRANSFERENCIA" TO LD-MEDIO
                   WHEN "C"   MOVE "CHEQUE"        TO LD-MEDIO
                   WHEN OTHER MOVE "EFECTIVO"      TO LD-MEDIO
               END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.
           ADD 1 TO W-CANT-MOVS.
                   ADD 1 TO W-OP-PAGO-CANT
                   ADD WO-IMPORTE TO W-OP-PAGO-TOT
                   SUBTRACT WO-IMPORTE FROM W-OP-NETO
                   PERFORM ACUMULO-MEDIO
               WHEN WO-SENTIDO = "D"
                   ADD 1 TO W-OP-ANU-CANT
                   ADD WO-IMPORTE TO W-OP-ANU-TOT
       F-ACUMULO-MOVIMIENTO.
           EXIT.

       ACUMULO-MEDIO.
           EVALUATE WO-MEDIO
               WHEN "T"
                   ADD 1 TO W-OP-TRF-CANT
                   ADD WO-IMPORTE TO W-OP-TRF-TOT
               WHEN "C"
                   ADD 1 TO W-OP-CHQ-CANT
                   ADD WO-IMPORTE TO W-OP-CHQ-TOT
               WHEN OTHER
                   ADD 1 TO W-OP-EFE-CANT
                   ADD WO-IMPORTE TO W-OP-EFE-TOT
           END-EVALUATE.

       ABRO-OPERADOR.
           MOVE WO-OPERADOR TO W-OPER-ANT.
           MOVE "S" TO W-HAY-OPER.
           MOVE ZERO TO W-OP-ANU-CANT.
           MOVE ZERO TO W-OP-ANU-TOT.
           MOVE ZERO TO W-OP-NETO.
           MOVE ZERO TO W-OP-EFE-CANT.
           MOVE ZERO TO W-OP-EFE-TOT.
           MOVE ZERO TO W-OP-TRF-CANT.
           MOVE ZERO TO W-OP-TRF-TOT.
           MOVE ZERO TO W-OP-CHQ-CANT.
           MOVE ZERO TO W-OP-CHQ-TOT.

           IF W-LINEAS-PAG = 0 OR W-LINEAS-PAG >= W-MAX-LINEAS
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-OP-EFE-CANT TO W-CANT-Z.
           MOVE W-OP-EFE-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    EFECTIVO     : " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-OP-TRF-CANT TO W-CANT-Z.
           MOVE W-OP-TRF-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    TRANSFERENCIA: " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-OP-CHQ-CANT TO W-CANT-Z.
           MOVE W-OP-CHQ-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    CHEQUE       : " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-OP-ANU-CANT TO W-CANT-Z.
           MOVE W-OP-ANU-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  NETO DEL DIA:       $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 7 TO W-LINEAS-PAG.

           ADD W-OP-CARG-CANT TO W-TG-CARG-CANT.
           ADD W-OP-CARG-TOT  TO W-TG-CARG-TOT.
           ADD W-OP-ANU-CANT  TO W-TG-ANU-CANT.
           ADD W-OP-ANU-TOT   TO W-TG-ANU-TOT.
           ADD W-OP-NETO      TO W-TG-NETO.
           ADD W-OP-EFE-CANT  TO W-TG-EFE-CANT.
           ADD W-OP-EFE-TOT   TO W-TG-EFE-TOT.
           ADD W-OP-TRF-CANT  TO W-TG-TRF-CANT.
           ADD W-OP-TRF-TOT   TO W-TG-TRF-TOT.
           ADD W-OP-CHQ-CANT  TO W-TG-CHQ-CANT.
           ADD W-OP-CHQ-TOT   TO W-TG-CHQ-TOT.

       F-IMPRIMO-TOTAL-OPER.
           EXIT.
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-TG-EFE-CANT TO W-CANT-Z.
           MOVE W-TG-EFE-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    EFECTIVO     : " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-TG-TRF-CANT TO W-CANT-Z.
           MOVE W-TG-TRF-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    TRANSFERENCIA: " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-TG-CHQ-CANT TO W-CANT-Z.
           MOVE W-TG-CHQ-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    CHEQUE       : " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-TG-ANU-CANT TO W-CANT-Z.
           MOVE W-TG-ANU-TOT  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
