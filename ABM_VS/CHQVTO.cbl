      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Listado de cheques a cobrar - toma de CHEQUES los
      *          cheques en cartera cuya fecha de cobro cae dentro de
      *          los proximos N dias (N pedido por pantalla, 0 = el
      *          parametro CHQ-DIAS) y los lista ordenados por fecha
      *          de cobro, con el cliente que los entrego. Los que ya
      *          pasaron su fecha de cobro sin depositarse salen
      *          marcados VENCIDO. Totales de cantidad e importe, y de
      *          los vencidos por separado.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "CHQVTO".

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SELCHQ.

           COPY SELCLI.

           COPY SELPAR.

           SELECT PREORD ASSIGN TO "d:\data\chqvto.tmp"
                  FILE STATUS ST-PRE.

           SELECT ORDENADO ASSIGN TO "d:\data\chqvto.ord"
                  FILE STATUS ST-ORD.

           SELECT ORDENA ASSIGN TO "d:\data\chqvto.srt".

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\chqvto.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  CHEQUES.
           COPY REGCHQ.

       FD  CLIENTES.
           COPY REGCLI.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  PREORD.
       01  REG-PREORD          PIC X(56).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(56).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-FECHA-COBRO PIC 9(8).
           03  ORD-BANCO       PIC 9(3).
           03  ORD-NUMERO      PIC 9(8).
           03  FILLER          PIC X(37).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-CHQ              PIC XX.
       01  ST-FILE             PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-PRE              PIC XX.
       01  ST-ORD              PIC XX.
       01  ST-REP              PIC XX.
       01  EXISTE-PAR          PIC X.
       01  W-EMPRESA           PIC X(40) VALUE SPACES.
       01  W-PAR-NUM           PIC 9(7).
       01  W-PAR-J             PIC 9(2).
       01  W-PAR-HAY-DIG       PIC X.
       01  W-PAR-DIG-X         PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  EXISTE              PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".

      * registro de trabajo que viaja por el SORT: fecha de cobro
      * adelante porque es la clave de ordenamiento
       01  W-REG-ORDEN.
           03  WO-FECHA-COBRO  PIC 9(8).
           03  WO-BANCO        PIC 9(3).
           03  WO-NUMERO       PIC 9(8).
           03  WO-ID           PIC 9(7).
           03  WO-CUIT         PIC X(13).
           03  WO-IMPORTE      PIC 9(6)V9(3).
           03  WO-RECIBO       PIC 9(8).

      * dias hacia adelante: 7 por defecto, reemplazable por el
      * parametro CHQ-DIAS o por lo ingresado en pantalla
       01  W-DIAS              PIC 9(3) VALUE 7.
       01  W-DIAS-PANT         PIC 9(3).
       01  W-DIAS-Z            PIC ZZ9.
       01  W-FECHA-HOY         PIC 9(8).
       01  W-FECHA-REF         PIC 9(8).
       01  W-AAAA              PIC 9(4).
       01  W-MM                PIC 9(2).
       01  W-DD                PIC 9(2).
       01  W-AUX               PIC 9(7).
       01  W-DIAS-HOY          PIC 9(7).
       01  W-DIAS-REF          PIC 9(7).
       01  W-DIAS-TOPE         PIC 9(7).

       01  W-CANT-CHQ          PIC 9(7) VALUE ZERO.
       01  W-TOT-CHQ           PIC 9(9)V9(3) VALUE ZERO.
       01  W-CANT-VENC         PIC 9(7) VALUE ZERO.
       01  W-TOT-VENC          PIC 9(9)V9(3) VALUE ZERO.
       01  W-CANT-Z            PIC Z(6)9.
       01  W-TOTAL-Z           PIC Z(8)9,999.

       01  W-LINEAS-PAG        PIC 9(3) VALUE ZERO.
       01  W-MAX-LINEAS        PIC 9(3) VALUE 50.
       01  W-PAGINA            PIC 9(3) VALUE ZERO.
       01  W-PAGINA-Z          PIC ZZ9.

       01  LINEA-DET.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-FECHA-COBRO  PIC 9(8).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-BANCO        PIC 9(3).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-NUMERO       PIC 9(8).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-ID           PIC Z(6)9.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-NOMBRE       PIC X(22).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-IMPORTE      PIC Z(5)9,999.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-NOTA         PIC X(07).
           03  FILLER          PIC X(05) VALUE SPACES.

       01  LINEA-ENCAB2.
           03  FILLER          PIC X(40)
               VALUE " F.COBRO   BCO NUMERO         ID CLIENTE".
           03  FILLER          PIC X(40)
               VALUE "                   IMPORTE".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM POSICIONO THRU F-POSICIONO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           CLOSE CHEQUES.
           CLOSE PREORD.

           SORT ORDENA ON ASCENDING KEY ORD-FECHA-COBRO ORD-BANCO
                                        ORD-NUMERO
               USING PREORD GIVING ORDENADO.

           PERFORM IMPRIMO-ORDENADO THRU F-IMPRIMO-ORDENADO.
           PERFORM CIERRE-LISTADO THRU F-CIERRE-LISTADO.
           CLOSE ORDENADO.
           CLOSE CLIENTES.
           CLOSE REPORTE.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "LISTADO DE CHEQUES A COBRAR" LINE 01 COL 27
                   GUIONES                       LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           DISPLAY "DIAS HACIA ADELANTE (0 = PARAMETRO) : "
                   LINE 04 COL 05.
           MOVE ZERO TO W-DIAS-PANT.
           ACCEPT W-DIAS-PANT LINE 04 COL 44.
           IF W-DIAS-PANT > ZERO
               MOVE W-DIAS-PANT TO W-DIAS.
           MOVE W-DIAS TO W-DIAS-Z.
           DISPLAY W-DIAS-Z LINE 04 COL 44.

      * el tope se calcula en calendario comercial 360, igual que
      * DEUDORES y PLANCUO
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-FECHA-REF.
           PERFORM CALCULO-DIAS-360.
           MOVE W-DIAS-REF TO W-DIAS-HOY.
           ADD W-DIAS-HOY W-DIAS GIVING W-DIAS-TOPE.

      * lee los parametros del sistema; sin archivo o sin el valor
      * queda el defecto y se avisa por pantalla
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

           MOVE "CHQ-DIAS" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                                      AND W-PAR-NUM < 1000
                   MOVE W-PAR-NUM TO W-DIAS
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
           OPEN INPUT CHEQUES.
           IF ST-CHQ > "07"
               STRING "ERROR " ST-CHQ " AL ABRIR CHEQUES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "ERROR " ST-FILE " AL ABRIR CLIENTES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT PREORD.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL ABRIR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

       FINALIZAR.
           MOVE W-CANT-CHQ TO W-CANT-Z.
           DISPLAY "CHEQUES LISTADOS: " LINE 15 COL 05
                   W-CANT-Z             LINE 15 COL 24.
           STOP RUN.

       POSICIONO.
           MOVE ZERO TO CHQ-BANCO.
           MOVE ZERO TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
               INVALID KEY MOVE "S" TO FIN.

       F-POSICIONO.
           EXIT.

      * la clave es banco y numero: se recorre la cartera completa y
      * se filtra por estado y fecha de cobro
       PROCESO.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           IF NOT CHQ-EN-CARTERA GO TO F-PROCESO.

           MOVE CHQ-FECHA-COBRO TO W-FECHA-REF.
           PERFORM CALCULO-DIAS-360.
           IF W-DIAS-REF > W-DIAS-TOPE GO TO F-PROCESO.

           MOVE CHQ-FECHA-COBRO TO WO-FECHA-COBRO.
           MOVE CHQ-BANCO       TO WO-BANCO.
           MOVE CHQ-NUMERO      TO WO-NUMERO.
           MOVE CHQ-ID-CLIENTE  TO WO-ID.
           MOVE CHQ-CUIT-EMISOR TO WO-CUIT.
           MOVE CHQ-IMPORTE     TO WO-IMPORTE.
           MOVE CHQ-RECIBO      TO WO-RECIBO.
           WRITE REG-PREORD FROM W-REG-ORDEN.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL GRABAR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

       F-PROCESO.
           EXIT.

       IMPRIMO-ORDENADO.
           OPEN INPUT ORDENADO.
           IF ST-ORD > "07"
               STRING "ERROR " ST-ORD " AL ABRIR ORDENADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 14 COL 05
               GO TO F-IMPRIMO-ORDENADO.

           MOVE "N" TO FIN.
           PERFORM IMPRIMO-CHEQUE THRU F-IMPRIMO-CHEQUE
               UNTIL FIN = "S".

       F-IMPRIMO-ORDENADO.
           EXIT.

       IMPRIMO-CHEQUE.
           READ ORDENADO INTO W-REG-ORDEN
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-IMPRIMO-CHEQUE.

           IF W-LINEAS-PAG = 0 OR W-LINEAS-PAG >= W-MAX-LINEAS
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.

           MOVE WO-ID TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.

           MOVE SPACES          TO LINEA-DET.
           MOVE WO-FECHA-COBRO  TO LD-FECHA-COBRO.
           MOVE WO-BANCO        TO LD-BANCO.
           MOVE WO-NUMERO       TO LD-NUMERO.
           MOVE WO-ID           TO LD-ID.
           IF EXISTE = "S"
               MOVE CLI_NOMBRE  TO LD-NOMBRE
           ELSE
               MOVE "** CLIENTE INEXISTENTE" TO LD-NOMBRE.
           MOVE WO-IMPORTE      TO LD-IMPORTE.
           IF WO-FECHA-COBRO < W-FECHA-HOY
               MOVE "VENCIDO" TO LD-NOTA
               ADD 1 TO W-CANT-VENC
               ADD WO-IMPORTE TO W-TOT-VENC.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.
           ADD 1 TO W-CANT-CHQ.
           ADD WO-IMPORTE TO W-TOT-CHQ.

       F-IMPRIMO-CHEQUE.
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
           STRING "CHEQUES A COBRAR AL " W-FECHA-HOY
                  " - PROXIMOS " W-DIAS-Z " DIAS"
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
           IF W-PAGINA = ZERO
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-CANT-CHQ TO W-CANT-Z.
           MOVE W-TOT-CHQ  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL A COBRAR : " W-CANT-Z " CHEQUES POR $ "
                  W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-CANT-VENC TO W-CANT-Z.
           MOVE W-TOT-VENC  TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  YA VENCIDOS  : " W-CANT-Z " CHEQUES POR $ "
                  W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRE-LISTADO.
           EXIT.

       END PROGRAM "CHQVTO".
