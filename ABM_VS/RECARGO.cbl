      *          el ultimo cliente procesado, al estilo de ID-PEND en
      *          ABM: si la corrida se cae se puede relanzar sin
      *          cobrar dos veces ni saltear clientes, y un periodo
      *          cerrado no se puede volver a aplicar. La deuda que
      *          esta dentro de un plan de pagos vigente (cuotas ya
      *          emitidas e impagas de PLANES) no lleva recargo: el
      *          porcentaje se aplica solo sobre el saldo libre.
      * Tectonics: cobc
      ******************************************************************


           COPY SELMOV.

           COPY SELIMP.

           COPY SELPLA.

           COPY SELAUD.

           COPY SELPAR.
       FD  MOVIMIENTOS.
           COPY REGMOV.

       FD  IMPUTA.
           COPY REGIMP.

       FD  PLANES.
           COPY REGPLA.

       FD  AUDITORIA.
           COPY REGAUD.

       01  ST-FILE             PIC XX.
       01  ST-CAT              PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-PLA              PIC XX.
       01  ST-AUD              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-CTL              PIC XX.
       01  EXISTE-PAR          PIC X.

       01  W-CALC              PIC 9(9)V9(5).
      * saldo sobre el que se aplica el recargo: CLI_SALDO menos lo
      * que el cliente debe dentro de planes de pago vigentes
       01  W-BASE              PIC S9(7)V9(3).
       01  W-DEUDA-PLAN        PIC S9(8)V9(3).
       01  W-PEND-CUOTA        PIC S9(7)V9(3).
       01  W-IMPUTADO          PIC 9(7)V9(3).
       01  W-HAY-PLA           PIC X.
       01  W-HAY-IMP           PIC X.
       01  W-PLAN-VIGENTE      PIC X.
       01  W-CAR-FECHA         PIC 9(8).
       01  W-CAR-SEC           PIC 9(4).
       01  W-MONTO             PIC 9(6)V9(3).
       01  W-SALDO-ANT-Z       PIC Z(6)9,999-.
       01  W-CLI-SALDO-Z       PIC Z(6)9,999-.
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
               STRING "ERROR " ST-IMP " AL ABRIR IMPUTA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT PLANES.
           IF ST-PLA > "07"
               STRING "ERROR " ST-PLA " AL ABRIR PLANES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR " ST-AUD " AL ABRIR AUDITORIA "
           CLOSE CLIENTES.
           CLOSE CATEGORIAS.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE PLANES.
           CLOSE AUDITORIA.
           CLOSE RECCTL.
           CLOSE REPORTE.
               PERFORM ANOTO-AVANCE THRU F-ANOTO-AVANCE
               GO TO F-PROCESO.

      * la deuda refinanciada en un plan vigente no se recarga
           PERFORM CALCULO-DEUDA-PLAN THRU F-CALCULO-DEUDA-PLAN.
           COMPUTE W-BASE = CLI_SALDO - W-DEUDA-PLAN.
           IF W-BASE NOT > ZERO
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z
                   " DEUDA EN PLAN DE PAGOS - SIN RECARGO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               PERFORM ANOTO-AVANCE THRU F-ANOTO-AVANCE
               GO TO F-PROCESO.

      * si ya hay un movimiento con el comprobante del periodo, este
      * cliente quedo aplicado en una corrida anterior que se corto:
      * no se cobra dos veces
       F-PROCESO.
           EXIT.

      * pendiente de las cuotas ya emitidas de los planes vigentes del
      * cliente; las cuotas a vencer no estan en el saldo
       CALCULO-DEUDA-PLAN.
           MOVE ZERO TO W-DEUDA-PLAN.
           MOVE "N"  TO W-PLAN-VIGENTE.
           MOVE CLI_ID TO PLA-ID-CLIENTE.
           MOVE ZERO   TO PLA-NUMERO.
           MOVE ZERO   TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-PLA
               NOT INVALID KEY MOVE "S" TO W-HAY-PLA
           END-START.
           PERFORM SUMO-CUOTA-PLAN THRU F-SUMO-CUOTA-PLAN
               UNTIL W-HAY-PLA = "N".

       F-CALCULO-DEUDA-PLAN.
           EXIT.

       SUMO-CUOTA-PLAN.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY-PLA
           END-READ.
           IF W-HAY-PLA = "S" AND PLA-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-PLA.
           IF W-HAY-PLA = "N" GO TO F-SUMO-CUOTA-PLAN.

           IF PLA-CUOTA = ZERO
               IF PLA-VIGENTE
                   MOVE "S" TO W-PLAN-VIGENTE
               ELSE
                   MOVE "N" TO W-PLAN-VIGENTE
               END-IF
               GO TO F-SUMO-CUOTA-PLAN.

           IF W-PLAN-VIGENTE = "N" OR NOT CUO-EMITIDA
               GO TO F-SUMO-CUOTA-PLAN.

      * un cargo que ya no esta en MOVIMIENTOS lo archivo CIERRE, que
      * solo archiva cargos cerrados
           MOVE CLI_ID        TO MOV-ID-CLIENTE.
           MOVE CUO-MOV-FECHA TO MOV-FECHA.
           MOVE CUO-MOV-SEC   TO MOV-SECUENCIA.
           MOVE "S" TO HAY-MOV.
           READ MOVIMIENTOS INVALID KEY MOVE "N" TO HAY-MOV.
           IF HAY-MOV = "N" OR MOV-ANULADO = "S"
               GO TO F-SUMO-CUOTA-PLAN.

           MOVE MOV-IMPORTE   TO W-PEND-CUOTA.
           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CUOTA.
           IF W-PEND-CUOTA > ZERO
               ADD W-PEND-CUOTA TO W-DEUDA-PLAN.

       F-SUMO-CUOTA-PLAN.
           EXIT.

       SUMO-IMPUTADO.
           MOVE ZERO TO W-IMPUTADO.
           MOVE CLI_ID TO IMP-ID-CLIENTE.
           MOVE ZERO TO IMP-PAGO-FECHA.
           MOVE ZERO TO IMP-PAGO-SEC.
           MOVE ZERO TO IMP-CARGO-FECHA.
           MOVE ZERO TO IMP-CARGO-SEC.
           START IMPUTA KEY IS NOT LESS THAN IMP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-IMP
               NOT INVALID KEY MOVE "S" TO W-HAY-IMP
           END-START.
           PERFORM SUMO-IMPUTADO-SIG THRU F-SUMO-IMPUTADO-SIG
               UNTIL W-HAY-IMP = "N".

       F-SUMO-IMPUTADO.
           EXIT.

       SUMO-IMPUTADO-SIG.
           READ IMPUTA NEXT RECORD
               AT END MOVE "N" TO W-HAY-IMP
           END-READ.
           IF W-HAY-IMP = "S" AND IMP-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-IMP.
           IF W-HAY-IMP = "S"
              AND IMP-CARGO-FECHA = W-CAR-FECHA
              AND IMP-CARGO-SEC = W-CAR-SEC
               ADD IMP-IMPORTE TO W-IMPUTADO.

       F-SUMO-IMPUTADO-SIG.
           EXIT.

       BUSCO-RECARGO-PREVIO.
           MOVE "N" TO YA-APLICADO.
           MOVE CLI_ID TO MOV-ID-CLIENTE.
      * corrida se corta en el medio, el comprobante ya esta y el
      * relanzamiento saltea al cliente en vez de cobrarlo dos veces
       APLICO-RECARGO.
           MULTIPLY W-BASE BY CAT_RECARGO GIVING W-CALC.
      * un recargo que no entra en el importe de MOVIMIENTOS no se
      * aplica recortado: se informa para resolverlo a mano
           MOVE "N" TO HUBO-DESBORDE.
           MOVE ZERO          TO MOV-REF-FECHA.
           MOVE ZERO          TO MOV-REF-SECUENCIA.
           MOVE SPACE         TO MOV-SENTIDO.
           MOVE SPACE         TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
