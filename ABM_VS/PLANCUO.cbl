      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Emision y control de cuotas de planes de pago - corre
      *          en la cadena nocturna. Recorre PLANES y, para cada
      *          plan vigente, emite como cargo en MOVIMIENTOS (por el
      *          mismo camino que RECARGO, comprobante "PLN" + plan +
      *          "-" + cuota, AUDITORIA "CARG") cada cuota cuyo
      *          vencimiento llego. Una cuota emitida que sigue impaga
      *          mas alla de los dias de gracia de PLAN-GRACIA hace
      *          caer el plan: se emiten de una vez las cuotas que
      *          faltaban, el plan queda "D" (AUDITORIA "PLAN") y entra
      *          al listado de planes caidos para cobranzas, que lista
      *          todos los caidos con deuda. Un plan con todas sus
      *          cuotas emitidas y pagas queda cumplido ("C"). Cada
      *          cuota guarda su estado en PLANES, asi una corrida que
      *          se corta se relanza sin emitir dos veces.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "PLANCUO".

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SELCLI.

           COPY SELMOV.

           COPY SELIMP.

           COPY SELPLA.

           COPY SELAUD.

           COPY SELPAR.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\plancuo.log"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

           SELECT OPTIONAL LISTADO ASSIGN TO "d:\data\planes-caidos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-LIS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  CLIENTES.
           COPY REGCLI.

       FD  MOVIMIENTOS.
           COPY REGMOV.

       FD  IMPUTA.
           COPY REGIMP.

       FD  PLANES.
           COPY REGPLA.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  REPORTE.
       01  LINEA-LOG           PIC X(100).

       FD  LISTADO.
       01  LINEA-REPORTE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-PLA              PIC XX.
       01  ST-AUD              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-LIS              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  EXISTE              PIC X.
       01  HAY-MOV             PIC X.
       01  YA-EMITIDA          PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-OPERADOR          PIC X(20) VALUE "PLANCUO".
       01  W-HORA-LARGA        PIC X(20).
       01  W-FECHA-HOY         PIC 9(8).

      * dias de gracia de una cuota impaga: 30 por defecto,
      * reemplazable por el parametro PLAN-GRACIA de PARAMETROS
       01  W-GRACIA            PIC 9(5) VALUE 30.
       01  W-EMPRESA           PIC X(40) VALUE SPACES.
       01  EXISTE-PAR          PIC X.
       01  W-PAR-NUM           PIC 9(7).
       01  W-PAR-J             PIC 9(2).
       01  W-PAR-HAY-DIG       PIC X.
       01  W-PAR-DIG-X         PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

      * cabecera del plan en proceso; REG-PLAN se pisa al leer las
      * cuotas
       01  W-CAB-PLAN.
           03  W-CAB-CLAVE.
               05 W-CAB-ID     PIC 9(7).
               05 W-CAB-NUMERO PIC 9(6).
               05 W-CAB-CUOTA  PIC 9(3).
           03  W-CAB-DATOS     PIC X(90).

       01  W-HAY-CUO           PIC X.
       01  W-CAIDO             PIC X.
       01  W-NUEVO-CAIDO       PIC X.
       01  W-SOLO-EMITIR       PIC X.
       01  W-CUO-A-VENCER      PIC 9(3).
       01  W-CUO-IMPAGAS       PIC 9(3).
       01  W-CUO-IMPAGAS-Z     PIC ZZ9.
       01  W-DEUDA-PLAN        PIC S9(8)V9(3).
       01  W-PEND-CUOTA        PIC S9(7)V9(3).
       01  W-IMPUTADO          PIC 9(7)V9(3).
       01  W-HAY-IMP           PIC X.
       01  W-CAR-FECHA         PIC 9(8).
       01  W-CAR-SEC           PIC 9(4).

       01  W-COMPROBANTE       PIC X(12).
       01  W-NRO-CUOTA-Z       PIC 99.
       01  W-MONTO             PIC 9(6)V9(3).
       01  W-MONTO-Z           PIC Z(5)9,999.
       01  W-SALDO-ANT-Z       PIC Z(6)9,999-.
       01  W-CLI-SALDO-Z       PIC Z(6)9,999-.
       01  W-CLI-ID-Z          PIC Z(6)9.
       01  W-NRO-PLAN-Z        PIC Z(5)9.

       01  W-FECHA-REF         PIC 9(8).
       01  W-AAAA              PIC 9(4).
       01  W-MM                PIC 9(2).
       01  W-DD                PIC 9(2).
       01  W-AUX               PIC 9(7).
       01  W-DIAS-HOY          PIC 9(7).
       01  W-DIAS-REF          PIC 9(7).
       01  W-DIAS-DIF          PIC S9(7).

       01  W-CANT-EMITIDAS     PIC 9(7) VALUE ZERO.
       01  W-CANT-CAIDOS       PIC 9(7) VALUE ZERO.
       01  W-CANT-CUMPLIDOS    PIC 9(7) VALUE ZERO.
       01  W-CANT-LISTADOS     PIC 9(7) VALUE ZERO.
       01  W-CANT-Z            PIC Z(6)9.
       01  W-TOT-EMITIDO       PIC 9(9)V9(3) VALUE ZERO.
       01  W-TOT-CAIDO         PIC S9(9)V9(3) VALUE ZERO.
       01  W-TOTAL-Z           PIC Z(8)9,999-.

       01  W-LINEAS-PAG        PIC 9(3) VALUE ZERO.
       01  W-MAX-LINEAS        PIC 9(3) VALUE 50.
       01  W-PAGINA            PIC 9(3) VALUE ZERO.
       01  W-PAGINA-Z          PIC ZZ9.

       01  LINEA-DET.
           03  LD-PLAN         PIC Z(5)9.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-ID           PIC Z(6)9.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-NOMBRE       PIC X(28).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-FEC-CAIDA    PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-IMPAGAS      PIC ZZ9.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-DEUDA        PIC Z(7)9,999-.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-NOTA         PIC X(05).

       01  LINEA-ENCAB2.
           03  FILLER          PIC X(44)
               VALUE "  PLAN      ID NOMBRE".
           03  FILLER          PIC X(09) VALUE "CAIDO EL ".
           03  FILLER          PIC X(04) VALUE "IMP".
           03  FILLER          PIC X(14) VALUE "         DEUDA".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM POSICIONO THRU F-POSICIONO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRE-LISTADO THRU F-CIERRE-LISTADO.
           PERFORM CIERRE-RESUMEN THRU F-CIERRE-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "CUOTAS DE PLANES DE PAGO" LINE 01 COL 28
                   GUIONES                    LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-FECHA-REF.
           PERFORM CALCULO-DIAS-360.
           MOVE W-DIAS-REF TO W-DIAS-HOY.

      * lee los parametros del sistema; sin archivo o sin el valor
      * quedan los defectos y se avisa por pantalla
       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ST-PAR > "07"
               DISPLAY "SIN ARCHIVO PARAMETROS - SE ASUMEN DEFECTOS"
                   LINE 03 COL 05
               GO TO F-LEO-PARAMETROS.

           MOVE "EMPRESA" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               MOVE PAR-VALOR TO W-EMPRESA.

           MOVE "PLAN-GRACIA" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S"
                   MOVE W-PAR-NUM TO W-GRACIA
               END-IF
           END-IF.

           CLOSE PARAMETROS.

       F-LEO-PARAMETROS.
           EXIT.

       BUSCO-PARAMETRO.
           READ PARAMETROS INVALID KEY MOVE "N" TO EXISTE-PAR
                            NOT INVALID KEY MOVE "S" TO EXISTE-PAR
           END-READ.
           IF EXISTE-PAR = "N"
               MOVE SPACES TO MENSAJE
               STRING "PARAMETRO " PAR-CODIGO
                   " AUSENTE - SE ASUME EL DEFECTO"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 03 COL 05.

       F-BUSCO-PARAMETRO.
           EXIT.

      * toma los digitos de PAR-VALOR como numero entero
       CONVIERTO-PARAMETRO.
           MOVE ZERO TO W-PAR-NUM.
           MOVE "N"  TO W-PAR-HAY-DIG.
           MOVE 1    TO W-PAR-J.
           PERFORM CONVIERTO-DIGITO UNTIL W-PAR-J > 40.

       CONVIERTO-DIGITO.
           MOVE PAR-VALOR(W-PAR-J:1) TO W-PAR-DIG-X.
           IF W-PAR-DIG-X >= "0" AND W-PAR-DIG-X <= "9"
               COMPUTE W-PAR-NUM = W-PAR-NUM * 10 + W-PAR-DIG
               MOVE "S" TO W-PAR-HAY-DIG
               ADD 1 TO W-PAR-J
           ELSE
               IF W-PAR-HAY-DIG = "S"
                   MOVE 41 TO W-PAR-J
               ELSE
                   ADD 1 TO W-PAR-J.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               STRING "ERROR " ST-FILE " AL ABRIR CLIENTES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN I-O MOVIMIENTOS.
           IF ST-MOV > "07"
               STRING "ERROR " ST-MOV " AL ABRIR MOVIMIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
               STRING "ERROR " ST-IMP " AL ABRIR IMPUTA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN I-O PLANES.
           IF ST-PLA > "07"
               STRING "ERROR " ST-PLA " AL ABRIR PLANES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR " ST-AUD " AL ABRIR AUDITORIA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 14 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 15 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT LISTADO.
           IF ST-LIS > "07"
               STRING "ERROR " ST-LIS " AL ABRIR LISTADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 16 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE PLANES.
           CLOSE AUDITORIA.
           CLOSE REPORTE.
           CLOSE LISTADO.

       FINALIZAR.
           MOVE W-CANT-EMITIDAS TO W-CANT-Z.
           DISPLAY "CUOTAS EMITIDAS : " LINE 18 COL 05
                   W-CANT-Z             LINE 18 COL 24.
           MOVE W-CANT-CAIDOS TO W-CANT-Z.
           DISPLAY "PLANES CAIDOS   : " LINE 19 COL 05
                   W-CANT-Z             LINE 19 COL 24.
           GOBACK.

       POSICIONO.
           MOVE ZERO TO PLA-ID-CLIENTE.
           MOVE ZERO TO PLA-NUMERO.
           MOVE ZERO TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "S" TO FIN.

       F-POSICIONO.
           EXIT.

      * se lee cabecera por cabecera: cada plan se procesa completo y
      * despues se reposiciona detras de su ultima cuota
       PROCESO.
           READ PLANES NEXT RECORD
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           MOVE REG-PLAN TO W-CAB-PLAN.
           IF PLA-CUOTA NOT = ZERO
               PERFORM SALTEO-PLAN THRU F-SALTEO-PLAN
               GO TO F-PROCESO.
           IF PLA-ESTADO = "C"
               PERFORM SALTEO-PLAN THRU F-SALTEO-PLAN
               GO TO F-PROCESO.

           MOVE W-CAB-ID     TO W-CLI-ID-Z.
           MOVE W-CAB-NUMERO TO W-NRO-PLAN-Z.
           MOVE W-CAB-ID TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
               MOVE SPACES TO LINEA-LOG
               STRING "PLAN " W-NRO-PLAN-Z " ID " W-CLI-ID-Z
                   " CLIENTE INEXISTENTE - NO SE PROCESA"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               PERFORM SALTEO-PLAN THRU F-SALTEO-PLAN
               GO TO F-PROCESO.

           MOVE "N" TO W-NUEVO-CAIDO.
           IF PLA-ESTADO = "V"
               PERFORM PROCESO-VIGENTE THRU F-PROCESO-VIGENTE
           ELSE
               MOVE "N" TO W-SOLO-EMITIR
               PERFORM RECORRO-CUOTAS THRU F-RECORRO-CUOTAS.

           IF W-NUEVO-CAIDO = "S"
              OR (W-CAB-DATOS(1:1) = "D" AND W-DEUDA-PLAN > ZERO)
               PERFORM LISTO-CAIDO THRU F-LISTO-CAIDO.

           PERFORM SALTEO-PLAN THRU F-SALTEO-PLAN.

       F-PROCESO.
           EXIT.

       SALTEO-PLAN.
           MOVE W-CAB-ID     TO PLA-ID-CLIENTE.
           MOVE W-CAB-NUMERO TO PLA-NUMERO.
           MOVE 999          TO PLA-CUOTA.
           START PLANES KEY IS GREATER THAN PLA-CLAVE
               INVALID KEY MOVE "S" TO FIN.

       F-SALTEO-PLAN.
           EXIT.

      * plan vigente: emite las cuotas vencidas y mide lo impago; si
      * una cuota emitida pasa los dias de gracia el plan cae, si no
      * queda nada por emitir ni por pagar se da por cumplido
       PROCESO-VIGENTE.
           MOVE "S" TO W-SOLO-EMITIR.
           PERFORM RECORRO-CUOTAS THRU F-RECORRO-CUOTAS.

           IF W-CAIDO = "S"
               PERFORM CAIGO-PLAN THRU F-CAIGO-PLAN
               GO TO F-PROCESO-VIGENTE.

           IF W-CUO-A-VENCER = ZERO AND W-DEUDA-PLAN NOT > ZERO
               MOVE "C" TO W-CAB-DATOS(1:1)
               PERFORM REGRABO-CABECERA THRU F-REGRABO-CABECERA
               ADD 1 TO W-CANT-CUMPLIDOS
               MOVE SPACES TO LINEA-LOG
               STRING "PLAN " W-NRO-PLAN-Z " ID " W-CLI-ID-Z
                   " CUMPLIDO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-PROCESO-VIGENTE.
           EXIT.

      * recorre las cuotas del plan; con W-SOLO-EMITIR en "S" emite
      * las que vencieron, en "N" (plan ya caido) solo las mide
       RECORRO-CUOTAS.
           MOVE "N"  TO W-CAIDO.
           MOVE ZERO TO W-CUO-A-VENCER.
           MOVE ZERO TO W-CUO-IMPAGAS.
           MOVE ZERO TO W-DEUDA-PLAN.
           MOVE W-CAB-ID     TO PLA-ID-CLIENTE.
           MOVE W-CAB-NUMERO TO PLA-NUMERO.
           MOVE 1            TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-CUO
               NOT INVALID KEY MOVE "S" TO W-HAY-CUO
           END-START.
           IF W-HAY-CUO = "S"
               PERFORM LEO-CUOTA THRU F-LEO-CUOTA.
           PERFORM EVALUO-CUOTA THRU F-EVALUO-CUOTA
               UNTIL W-HAY-CUO = "N".

       F-RECORRO-CUOTAS.
           EXIT.

       LEO-CUOTA.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY-CUO
           END-READ.
           IF W-HAY-CUO = "S"
              AND (PLA-ID-CLIENTE NOT = W-CAB-ID
                   OR PLA-NUMERO NOT = W-CAB-NUMERO)
               MOVE "N" TO W-HAY-CUO.

       F-LEO-CUOTA.
           EXIT.

       EVALUO-CUOTA.
           IF CUO-ESTADO = "A" AND W-SOLO-EMITIR = "S"
              AND CUO-VENCIMIENTO NOT > W-FECHA-HOY
               PERFORM EMITO-CUOTA THRU F-EMITO-CUOTA.

           IF CUO-ESTADO = "A"
               ADD 1 TO W-CUO-A-VENCER
               PERFORM LEO-CUOTA THRU F-LEO-CUOTA
               GO TO F-EVALUO-CUOTA.

           PERFORM CALCULO-PEND-CUOTA THRU F-CALCULO-PEND-CUOTA.
           IF W-PEND-CUOTA > ZERO
               ADD 1 TO W-CUO-IMPAGAS
               ADD W-PEND-CUOTA TO W-DEUDA-PLAN
               MOVE CUO-VENCIMIENTO TO W-FECHA-REF
               PERFORM CALCULO-DIAS-360
               SUBTRACT W-DIAS-REF FROM W-DIAS-HOY GIVING W-DIAS-DIF
               IF W-DIAS-DIF > W-GRACIA
                   MOVE "S" TO W-CAIDO
               END-IF
           END-IF.
           PERFORM LEO-CUOTA THRU F-LEO-CUOTA.

       F-EVALUO-CUOTA.
           EXIT.

      * pendiente del cargo de la cuota: importe menos lo imputado. Un
      * cargo que ya no esta en MOVIMIENTOS fue archivado por CIERRE,
      * que solo archiva cargos cerrados; uno anulado no se debe.
       CALCULO-PEND-CUOTA.
           MOVE ZERO TO W-PEND-CUOTA.
           MOVE W-CAB-ID       TO MOV-ID-CLIENTE.
           MOVE CUO-MOV-FECHA  TO MOV-FECHA.
           MOVE CUO-MOV-SEC    TO MOV-SECUENCIA.
           MOVE "S" TO HAY-MOV.
           READ MOVIMIENTOS INVALID KEY MOVE "N" TO HAY-MOV.
           IF HAY-MOV = "N" OR MOV-ANULADO = "S"
               GO TO F-CALCULO-PEND-CUOTA.

           MOVE MOV-IMPORTE   TO W-PEND-CUOTA.
           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CUOTA.

       F-CALCULO-PEND-CUOTA.
           EXIT.

       SUMO-IMPUTADO.
           MOVE ZERO TO W-IMPUTADO.
           MOVE W-CAB-ID TO IMP-ID-CLIENTE.
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
           IF W-HAY-IMP = "S" AND IMP-ID-CLIENTE NOT = W-CAB-ID
               MOVE "N" TO W-HAY-IMP.
           IF W-HAY-IMP = "S"
              AND IMP-CARGO-FECHA = W-CAR-FECHA
              AND IMP-CARGO-SEC = W-CAR-SEC
               ADD IMP-IMPORTE TO W-IMPUTADO.

       F-SUMO-IMPUTADO-SIG.
           EXIT.

      * la cuota entra como cargo por el mismo camino que RECARGO: el
      * movimiento se graba ANTES de regrabar el saldo y si ya hay uno
      * con el comprobante de la cuota (corrida cortada) no se cobra
      * dos veces. La cuota queda emitida apuntando a su cargo.
       EMITO-CUOTA.
           MOVE PLA-CUOTA TO W-NRO-CUOTA-Z.
           MOVE SPACES TO W-COMPROBANTE.
           STRING "PLN" W-CAB-NUMERO "-" W-NRO-CUOTA-Z
               DELIMITED BY SIZE INTO W-COMPROBANTE.
           MOVE CUO-IMPORTE TO W-MONTO.

           PERFORM BUSCO-CUOTA-PREVIA THRU F-BUSCO-CUOTA-PREVIA.
           IF YA-EMITIDA = "S"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " " W-COMPROBANTE
                   " YA ESTABA EN MOVIMIENTOS - VERIFICAR CON CONCILIA"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO MARCO-EMITIDA.

           MOVE CLI_SALDO TO W-SALDO-ANT-Z.

           MOVE W-CAB-ID      TO MOV-ID-CLIENTE.
           MOVE W-FECHA-HOY   TO MOV-FECHA.
           MOVE 1             TO MOV-SECUENCIA.
           MOVE "C"           TO MOV-TIPO.
           MOVE W-MONTO       TO MOV-IMPORTE.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO MOV-HORA.
           MOVE W-OPERADOR    TO MOV-OPERADOR.
           MOVE W-COMPROBANTE TO MOV-COMPROBANTE.
           MOVE "N"           TO MOV-ANULADO.
           MOVE ZERO          TO MOV-REF-FECHA.
           MOVE ZERO          TO MOV-REF-SECUENCIA.
           MOVE SPACE         TO MOV-SENTIDO.
           MOVE SPACE         TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV = "99" GO TO GRABO-MOVIMIENTO.
           IF ST-MOV = "22"
               ADD 1 TO MOV-SECUENCIA
               GO TO GRABO-MOVIMIENTO.
           IF ST-MOV > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " " W-COMPROBANTE " ERROR "
                   ST-MOV " AL GRABAR MOVIMIENTO - CUOTA SIN EMITIR"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-EMITO-CUOTA.

           ADD W-MONTO TO CLI_SALDO.

       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-CLIENTE.
           IF ST-FILE > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " ERROR " ST-FILE
                   " AL REGRABAR SALDO - VERIFICAR CONTRA MOVIMIENTOS"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO MARCO-EMITIDA.

           MOVE CLI_SALDO TO W-CLI-SALDO-Z.
           MOVE "CARG"        TO AUD-OPERACION.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-SALDO-ANT-Z TO AUD-VALOR-ANT.
           MOVE W-CLI-SALDO-Z TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           MOVE W-MONTO TO W-MONTO-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "ID " W-CLI-ID-Z " " W-COMPROBANTE " CUOTA "
               W-MONTO-Z " NUEVO SALDO " W-CLI-SALDO-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           ADD 1 TO W-CANT-EMITIDAS.
           ADD W-MONTO TO W-TOT-EMITIDO.

       MARCO-EMITIDA.
           MOVE "E"           TO CUO-ESTADO.
           MOVE MOV-FECHA     TO CUO-MOV-FECHA.
           MOVE MOV-SECUENCIA TO CUO-MOV-SEC.
           MOVE W-FECHA-HOY   TO CUO-FEC-EMISION.

       REGRABO-CUOTA.
           REWRITE REG-PLAN.
           IF ST-PLA = "99" GO TO REGRABO-CUOTA.
           IF ST-PLA > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " " W-COMPROBANTE " ERROR "
                   ST-PLA " AL MARCAR LA CUOTA EMITIDA"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-EMITO-CUOTA.
           EXIT.

       BUSCO-CUOTA-PREVIA.
           MOVE "N" TO YA-EMITIDA.
           MOVE W-CAB-ID TO MOV-ID-CLIENTE.
           MOVE ZERO     TO MOV-FECHA.
           MOVE ZERO     TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO HAY-MOV
               NOT INVALID KEY MOVE "S" TO HAY-MOV
           END-START.
           IF HAY-MOV = "S"
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM COMPARO-COMPROBANTE THRU F-COMPARO-COMPROBANTE
               UNTIL HAY-MOV = "N" OR YA-EMITIDA = "S".

       F-BUSCO-CUOTA-PREVIA.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO HAY-MOV
           END-READ.
           IF HAY-MOV = "S" AND MOV-ID-CLIENTE NOT = W-CAB-ID
               MOVE "N" TO HAY-MOV.

       F-LEO-MOVIMIENTO.
           EXIT.

       COMPARO-COMPROBANTE.
           IF MOV-COMPROBANTE = W-COMPROBANTE AND MOV-TIPO = "C"
               MOVE "S" TO YA-EMITIDA
           ELSE
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-COMPARO-COMPROBANTE.
           EXIT.

      * caida del plan: las cuotas que faltaban vencer se emiten hoy
      * (la deuda vuelve entera a la cuenta y deja de estar protegida
      * del recargo) y el plan queda "D" con la fecha de caida
       CAIGO-PLAN.
           MOVE W-FECHA-HOY TO W-FECHA-REF.
           PERFORM RECORRO-CAIDA THRU F-RECORRO-CAIDA.

           MOVE "D" TO W-CAB-DATOS(1:1).
           MOVE W-CAB-DATOS TO PLA-DATOS.
           MOVE W-FECHA-HOY TO PLA-FEC-CAIDA.
           MOVE PLA-DATOS   TO W-CAB-DATOS.
           PERFORM REGRABO-CABECERA THRU F-REGRABO-CABECERA.

           MOVE "PLAN"      TO AUD-OPERACION.
           MOVE "ESTADO"    TO AUD-CAMPO.
           MOVE "VIGENTE"   TO AUD-VALOR-ANT.
           MOVE "CAIDO"     TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           MOVE "N" TO W-SOLO-EMITIR.
           PERFORM RECORRO-CUOTAS THRU F-RECORRO-CUOTAS.
           MOVE "S" TO W-NUEVO-CAIDO.
           ADD 1 TO W-CANT-CAIDOS.
           MOVE W-DEUDA-PLAN TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "PLAN " W-NRO-PLAN-Z " ID " W-CLI-ID-Z
               " CAIDO - DEUDA " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-CAIGO-PLAN.
           EXIT.

       RECORRO-CAIDA.
           MOVE W-CAB-ID     TO PLA-ID-CLIENTE.
           MOVE W-CAB-NUMERO TO PLA-NUMERO.
           MOVE 1            TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-CUO
               NOT INVALID KEY MOVE "S" TO W-HAY-CUO
           END-START.
           IF W-HAY-CUO = "S"
               PERFORM LEO-CUOTA THRU F-LEO-CUOTA.
           PERFORM ADELANTO-CUOTA THRU F-ADELANTO-CUOTA
               UNTIL W-HAY-CUO = "N".

       F-RECORRO-CAIDA.
           EXIT.

       ADELANTO-CUOTA.
           IF CUO-ESTADO = "A"
               PERFORM EMITO-CUOTA THRU F-EMITO-CUOTA.
           PERFORM LEO-CUOTA THRU F-LEO-CUOTA.

       F-ADELANTO-CUOTA.
           EXIT.

       REGRABO-CABECERA.
           MOVE W-CAB-ID     TO PLA-ID-CLIENTE.
           MOVE W-CAB-NUMERO TO PLA-NUMERO.
           MOVE ZERO         TO PLA-CUOTA.
           READ PLANES INVALID KEY MOVE "N" TO EXISTE
                       NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE SPACES TO LINEA-LOG
               STRING "PLAN " W-NRO-PLAN-Z
                   " SIN CABECERA AL REGRABAR EL ESTADO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-REGRABO-CABECERA.
           MOVE W-CAB-DATOS TO PLA-DATOS.

       REGRABO-REG-CABECERA.
           REWRITE REG-PLAN.
           IF ST-PLA = "99" GO TO REGRABO-REG-CABECERA.
           IF ST-PLA > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "PLAN " W-NRO-PLAN-Z " ERROR " ST-PLA
                   " AL REGRABAR EL ESTADO DEL PLAN"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-REGRABO-CABECERA.
           EXIT.

       LISTO-CAIDO.
           IF W-LINEAS-PAG = 0 OR W-LINEAS-PAG >= W-MAX-LINEAS
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.

           MOVE W-CAB-DATOS TO PLA-DATOS.
           MOVE SPACES        TO LINEA-DET.
           MOVE W-CAB-NUMERO  TO LD-PLAN.
           MOVE W-CAB-ID      TO LD-ID.
           MOVE CLI_NOMBRE(1:28) TO LD-NOMBRE.
           MOVE PLA-FEC-CAIDA TO LD-FEC-CAIDA.
           MOVE W-CUO-IMPAGAS TO LD-IMPAGAS.
           MOVE W-DEUDA-PLAN  TO LD-DEUDA.
           IF W-NUEVO-CAIDO = "S"
               MOVE "NUEVO" TO LD-NOTA.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.
           ADD 1 TO W-CANT-LISTADOS.
           ADD W-DEUDA-PLAN TO W-TOT-CAIDO.

       F-LISTO-CAIDO.
           EXIT.

      * dias en calendario comercial 360, igual que DEUDORES
       CALCULO-DIAS-360.
           MOVE W-FECHA-REF(1:4) TO W-AAAA.
           MOVE W-FECHA-REF(5:2) TO W-MM.
           MOVE W-FECHA-REF(7:2) TO W-DD.
           MULTIPLY W-AAAA BY 360 GIVING W-DIAS-REF.
           MULTIPLY W-MM BY 30 GIVING W-AUX.
           ADD W-AUX TO W-DIAS-REF.
           ADD W-DD  TO W-DIAS-REF.

       IMPRIMO-ENCABEZADO.
           ADD 1 TO W-PAGINA.
           MOVE W-PAGINA TO W-PAGINA-Z.
           MOVE SPACES TO LINEA-REPORTE.
           IF W-PAGINA = 1
               WRITE LINEA-REPORTE
           ELSE
               WRITE LINEA-REPORTE AFTER ADVANCING PAGE.

           IF W-EMPRESA NOT = SPACES
               MOVE W-EMPRESA TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLANES DE PAGO CAIDOS AL " W-FECHA-HOY
               "     PAGINA: " W-PAGINA-Z
               DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE LINEA-ENCAB2 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE ZERO TO W-LINEAS-PAG.

       F-IMPRIMO-ENCABEZADO.
           EXIT.

       CIERRE-LISTADO.
           IF W-PAGINA = 0
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE W-CANT-LISTADOS TO W-CANT-Z.
           MOVE W-TOT-CAIDO     TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL: " W-CANT-Z " PLANES CAIDOS CON DEUDA POR $ "
               W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRE-LISTADO.
           EXIT.

       GRABA-AUDITORIA.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE W-CAB-ID      TO AUD-ID-CLIENTE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-AUD " AL GRABAR AUDITORIA "
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       CIERRE-RESUMEN.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE W-CANT-EMITIDAS TO W-CANT-Z.
           MOVE W-TOT-EMITIDO   TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "CUOTAS EMITIDAS  : " W-CANT-Z " POR $ " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE W-CANT-CAIDOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "PLANES CAIDOS    : " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE W-CANT-CUMPLIDOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "PLANES CUMPLIDOS : " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-CIERRE-RESUMEN.
           EXIT.

       END PROGRAM "PLANCUO".
