      *          dias. Un cliente con saldo pero sin cargos abiertos
      *          cae al criterio historico del ultimo pago registrado
      *          en MOVIMIENTOS. Totales en pesos por categoria y por
      *          corte de antiguedad, y total general. La deuda
      *          refinanciada en planes de pago vigentes (cuotas
      *          emitidas e impagas, segun PLANES) va en su propia
      *          columna y no envejece con la deuda libre; al pie se
      *          totaliza lo que esta en planes y las cuotas de planes
      *          que todavia no vencieron.
      * Tectonics: cobc
      ******************************************************************


           COPY SELIMP.

           COPY SELPLA.

           COPY SELPAR.

           SELECT PREORD ASSIGN TO "d:\data\deudores.tmp"
       FD  IMPUTA.
           COPY REGIMP.

       FD  PLANES.
           COPY REGPLA.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  PREORD.
       01  REG-PREORD          PIC X(132).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(132).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-SALDO       PIC S9(7)V9(3).
           03  FILLER          PIC X(122).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).
       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-PLA              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-PRE              PIC XX.
       01  ST-ORD              PIC XX.
      * registro de trabajo que viaja por el SORT: el saldo adelante
      * porque es la clave de ordenamiento descendente. WO-ABIERTO
      * lleva el pendiente abierto del cliente en cada corte de
      * antiguedad, para los totales por corte. WO-PLAN es lo que el
      * cliente debe dentro de planes de pago vigentes.
       01  W-REG-ORDEN.
           03  WO-SALDO        PIC S9(7)V9(3).
           03  WO-ID           PIC 9(7).
           03  WO-BUCKET       PIC 9.
           03  WO-DIAS         PIC 9(5).
           03  WO-ABIERTO      PIC S9(9)V9(3) OCCURS 4.
           03  WO-PLAN         PIC S9(7)V9(3).

       01  W-FECHA-HOY         PIC 9(8).
       01  W-FECHA-REF         PIC 9(8).
               05 TIMP-SEC     PIC 9(4).
               05 TIMP-MONTO   PIC 9(7)V9(3).

      * cargos de cuotas emitidas de los planes vigentes del cliente
      * en proceso: su pendiente va a la columna de planes
       01  W-HAY-PLA           PIC X.
       01  W-PLAN-VIGENTE      PIC X.
       01  W-PLA-USADOS        PIC 9(3) VALUE ZERO.
       01  TAB-CARGOS-PLAN.
           03  TAB-PLA OCCURS 300.
               05 TPLA-FECHA   PIC 9(8).
               05 TPLA-SEC     PIC 9(4).
       01  W-LIBRE             PIC S9(8)V9(3).
       01  W-TOT-PLAN          PIC S9(9)V9(3) VALUE ZERO.
       01  W-TOT-A-VENCER      PIC S9(9)V9(3) VALUE ZERO.

       01  W-I                 PIC 9(2).
       01  W-CAT-USADAS        PIC 9(2) VALUE ZERO.
       01  TAB-CATEGORIAS.
       01  LINEA-DET.
           03  LD-ID           PIC Z(6)9.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-NOMBRE       PIC X(24).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-CATEGORIA    PIC X(01).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-SALDO        PIC Z(6)9,999-.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-PLAN         PIC Z(6)9,999-.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-DIAS         PIC Z(4)9.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-ANTIG        PIC X(10).

       01  LINEA-ENCAB2.
           03  FILLER          PIC X(34) VALUE "     ID  NOMBRE".
           03  FILLER          PIC X(01) VALUE "C".
           03  FILLER          PIC X(14) VALUE "         SALDO".
           03  FILLER          PIC X(13) VALUE "      EN PLAN".
           03  FILLER          PIC X(06) VALUE "  DIAS".
           03  FILLER          PIC X(12) VALUE "  ANTIGUEDAD".

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM TOTALIZO-A-VENCER THRU F-TOTALIZO-A-VENCER.
           PERFORM POSICIONO THRU F-POSICIONO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE PLANES.
           CLOSE PREORD.

           SORT ORDENA ON DESCENDING KEY ORD-SALDO
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT PLANES.
           IF ST-PLA > "07"
               STRING "ERROR " ST-PLA " AL ABRIR PLANES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT PREORD.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL ABRIR TRABAJO "
                   W-CANT-TOTAL-Z        LINE 15 COL 25.
           STOP RUN.

      * cuotas de planes vigentes que todavia no se emitieron: no
      * estan en ningun saldo, se informan aparte al pie
       TOTALIZO-A-VENCER.
           MOVE "N" TO W-PLAN-VIGENTE.
           MOVE ZERO TO PLA-ID-CLIENTE.
           MOVE ZERO TO PLA-NUMERO.
           MOVE ZERO TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-PLA
               NOT INVALID KEY MOVE "S" TO W-HAY-PLA
           END-START.
           PERFORM SUMO-A-VENCER THRU F-SUMO-A-VENCER
               UNTIL W-HAY-PLA = "N".

       F-TOTALIZO-A-VENCER.
           EXIT.

       SUMO-A-VENCER.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY-PLA
           END-READ.
           IF W-HAY-PLA = "N" GO TO F-SUMO-A-VENCER.
           IF PLA-CUOTA = ZERO
               IF PLA-VIGENTE
                   MOVE "S" TO W-PLAN-VIGENTE
               ELSE
                   MOVE "N" TO W-PLAN-VIGENTE
               END-IF
               GO TO F-SUMO-A-VENCER.
           IF W-PLAN-VIGENTE = "S" AND CUO-A-VENCER
               ADD CUO-IMPORTE TO W-TOT-A-VENCER.

       F-SUMO-A-VENCER.
           EXIT.

       POSICIONO.
           MOVE ZERO TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
           MOVE "N"  TO W-HAY-ABIERTO.
           MOVE 1 TO W-I.
           PERFORM LIMPIO-ABIERTO UNTIL W-I > 4.
           MOVE ZERO TO WO-PLAN.

           PERFORM CARGO-IMPUTADOS THRU F-CARGO-IMPUTADOS.
           PERFORM CARGO-PLANES THRU F-CARGO-PLANES.

           MOVE CLI_ID TO MOV-ID-CLIENTE.
           MOVE ZERO   TO MOV-FECHA.
           PERFORM CALCULO-DIAS-360.
           PERFORM CLASIFICO-DIAS.

      * sin partidas libres abiertas va al corte el saldo que queda
      * fuera de los planes
           COMPUTE W-LIBRE = CLI_SALDO - WO-PLAN.
           IF W-HAY-ABIERTO = "N" AND W-LIBRE > ZERO
               ADD W-LIBRE TO WO-ABIERTO (W-BUCKET).

       F-CALCULO-ANTIGUEDAD.
           EXIT.
           SUBTRACT W-IMPUTADO FROM W-ABIERTO.
           IF W-ABIERTO NOT > ZERO GO TO F-EVALUO-CARGO.

      * una cuota de plan vigente no es deuda libre: no envejece
           MOVE 1 TO W-J.
           PERFORM BUSCO-IMP-TAB
               UNTIL W-J > W-PLA-USADOS
                  OR (TPLA-FECHA (W-J) = MOV-FECHA
                      AND TPLA-SEC (W-J) = MOV-SECUENCIA).
           IF W-J NOT > W-PLA-USADOS
               ADD W-ABIERTO TO WO-PLAN
               GO TO F-EVALUO-CARGO.

           IF W-HAY-ABIERTO = "N"
               MOVE "S" TO W-HAY-ABIERTO
               MOVE MOV-FECHA TO W-FEC-CARGO-VIEJO.
       BUSCO-IMP-TAB.
           ADD 1 TO W-J.

      * arma la tabla de cargos de cuotas emitidas de los planes
      * vigentes del cliente en proceso
       CARGO-PLANES.
           MOVE ZERO TO W-PLA-USADOS.
           MOVE "N"  TO W-PLAN-VIGENTE.
           MOVE CLI_ID TO PLA-ID-CLIENTE.
           MOVE ZERO   TO PLA-NUMERO.
           MOVE ZERO   TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-PLA
               NOT INVALID KEY MOVE "S" TO W-HAY-PLA
           END-START.
           PERFORM CARGO-PLAN-SIG THRU F-CARGO-PLAN-SIG
               UNTIL W-HAY-PLA = "N".

       F-CARGO-PLANES.
           EXIT.

       CARGO-PLAN-SIG.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY-PLA
           END-READ.
           IF W-HAY-PLA = "S" AND PLA-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-PLA.
           IF W-HAY-PLA = "N" GO TO F-CARGO-PLAN-SIG.

           IF PLA-CUOTA = ZERO
               IF PLA-VIGENTE
                   MOVE "S" TO W-PLAN-VIGENTE
               ELSE
                   MOVE "N" TO W-PLAN-VIGENTE
               END-IF
               GO TO F-CARGO-PLAN-SIG.

           IF W-PLAN-VIGENTE = "N" OR NOT CUO-EMITIDA
               GO TO F-CARGO-PLAN-SIG.
           IF W-PLA-USADOS >= 300
               GO TO F-CARGO-PLAN-SIG.
           ADD 1 TO W-PLA-USADOS.
           MOVE CUO-MOV-FECHA TO TPLA-FECHA (W-PLA-USADOS).
           MOVE CUO-MOV-SEC   TO TPLA-SEC (W-PLA-USADOS).

       F-CARGO-PLAN-SIG.
           EXIT.

      * lo imputado al cargo que esta en REG-MOVIMIENTOS
       BUSCO-IMPUTADO.
           MOVE ZERO TO W-IMPUTADO.

           MOVE SPACES       TO LINEA-DET.
           MOVE WO-ID        TO LD-ID.
           MOVE WO-NOMBRE(1:24) TO LD-NOMBRE.
           MOVE WO-CATEGORIA TO LD-CATEGORIA.
           MOVE WO-SALDO     TO LD-SALDO.
           MOVE WO-PLAN      TO LD-PLAN.
           MOVE WO-DIAS      TO LD-DIAS.
           MOVE ROTULO-BUCKET (WO-BUCKET) TO LD-ANTIG.
      * toda la deuda esta refinanciada: no hay antiguedad libre
           IF WO-SALDO - WO-PLAN NOT > ZERO
               MOVE ZERO      TO LD-DIAS
               MOVE "EN PLAN" TO LD-ANTIG.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.

      * saldo global del cliente
           MOVE 1 TO W-I.
           PERFORM ACUMULO-ABIERTO UNTIL W-I > 4.
           ADD WO-PLAN  TO W-TOT-PLAN.
           ADD WO-SALDO TO W-TOT-GENERAL.
           ADD 1 TO W-CANT-TOTAL.

           PERFORM IMPRIMO-TOTAL-BUCKET THRU F-IMPRIMO-TOTAL-BUCKET
               UNTIL W-I > 4.

           MOVE W-TOT-PLAN TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  EN PLANES VIGENTES        : $ " W-TOTAL-Z
               DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE W-TOT-A-VENCER TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CUOTAS DE PLANES A VENCER : $ " W-TOTAL-Z
               DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-CANT-TOTAL TO W-CANT-Z.
           MOVE W-TOT-GENERAL TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
