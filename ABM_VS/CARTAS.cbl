      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Cartas de cobranza escalonadas - toma los clientes
      *          con CLI_SALDO mayor a cero, los envejece por partida
      *          abierta como DEUDORES y emite una carta por cliente
      *          en d:\data\cartas.dat, dirigida a CLI_NOMBRE /
      *          CLI_DIRECCION / CLI_CODPOST, con cada cargo abierto,
      *          su pendiente y el total adeudado. La carta sube de a
      *          un nivel: primer aviso al pasar el primer corte de
      *          antiguedad (DEUD-CORTE-1), segundo aviso al pasar el
      *          segundo y la intimacion previa a la accion legal al
      *          pasar el tercero, con al menos CARTA-DIAS dias entre
      *          una carta y la siguiente. El nivel y la fecha de la
      *          ultima carta quedan en el cliente, asi nadie recibe
      *          dos veces la misma; el cliente que pago despues de
      *          su ultima carta vuelve a nivel cero. Cada carta se
      *          registra en GESTIONES con resultado CA y se saltean
      *          los clientes con una promesa de pago todavia en
      *          plazo. Titulos, textos, pie y nombre de la empresa
      *          salen de PARAMETROS. Si se vuelve a correr el mismo
      *          dia, las cartas ya emitidas hoy se reimprimen sin
      *          subir de nivel ni repetir la gestion.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "CARTAS".

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

           COPY SELGES.

           COPY SELPAR.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\cartas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

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

       FD  GESTIONES.
           COPY REGGES.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-PLA              PIC XX.
       01  ST-GES              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-MOV             PIC X.
       01  HAY-GES             PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-OPERADOR          PIC X(20) VALUE "CARTAS".
       01  W-HORA-LARGA        PIC X(20).

       01  W-FECHA-HOY         PIC 9(8).
       01  W-FECHA-REF         PIC 9(8).
       01  W-FEC-ULT-PAGO      PIC 9(8).
       01  W-FEC-PRIMER-MOV    PIC 9(8).
       01  W-AAAA              PIC 9(4).
       01  W-MM                PIC 9(2).
       01  W-DD                PIC 9(2).
       01  W-AUX               PIC 9(7).
       01  W-DIAS-HOY          PIC 9(7).
       01  W-DIAS-REF          PIC 9(7).
       01  W-DIAS-DIF          PIC S9(7).
       01  W-DIAS              PIC 9(5).
       01  W-BUCKET            PIC 9.

      * cortes de antiguedad: por defecto 30/60/90, reemplazables por
      * los parametros DEUD-CORTE-1/2/3 de PARAMETROS, los mismos de
      * DEUDORES. El corte n habilita la carta de nivel n.
       01  W-CORTE-1           PIC 9(5) VALUE 30.
       01  W-CORTE-2           PIC 9(5) VALUE 60.
       01  W-CORTE-3           PIC 9(5) VALUE 90.
       01  W-CORTE-1-Z         PIC ZZZ9.
       01  W-CORTE-2-Z         PIC ZZZ9.
       01  W-CORTE-3-Z         PIC ZZZ9.
      * dias minimos entre dos cartas al mismo cliente: 15 por
      * defecto, reemplazable por el parametro CARTA-DIAS
       01  W-CARTA-DIAS        PIC 9(5) VALUE 15.
       01  W-EMPRESA           PIC X(40) VALUE SPACES.
       01  EXISTE-PAR          PIC X.
       01  W-PAR-NUM           PIC 9(7).
       01  W-PAR-J             PIC 9(2).
       01  W-PAR-HAY-DIG       PIC X.
       01  W-PAR-DIG-X         PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

      * textos de las cartas por nivel: titulo y cuatro renglones,
      * reemplazables por CARTA-TIT-n y CARTA-n-1 a CARTA-n-4
       01  TAB-TEXTOS-DEF.
           03  FILLER PIC X(40) VALUE "PRIMER AVISO DE DEUDA".
           03  FILLER PIC X(40)
                      VALUE "NOS DIRIGIMOS A UD. PARA RECORDARLE QUE".
           03  FILLER PIC X(40)
                      VALUE "SU CUENTA REGISTRA LOS SALDOS VENCIDOS".
           03  FILLER PIC X(40)
                      VALUE "QUE SE DETALLAN. LE ROGAMOS REGULARIZAR".
           03  FILLER PIC X(40)
                      VALUE "SU SITUACION A LA BREVEDAD.".
           03  FILLER PIC X(40) VALUE "SEGUNDO AVISO DE DEUDA".
           03  FILLER PIC X(40)
                      VALUE "NO HABIENDO RECIBIDO RESPUESTA A NUESTRO".
           03  FILLER PIC X(40)
                      VALUE "AVISO ANTERIOR, LE REITERAMOS QUE SU".
           03  FILLER PIC X(40)
                      VALUE "CUENTA REGISTRA LOS SALDOS VENCIDOS QUE".
           03  FILLER PIC X(40)
                      VALUE "SE DETALLAN, CUYO PAGO SOLICITAMOS.".
           03  FILLER PIC X(40) VALUE "INTIMACION DE PAGO".
           03  FILLER PIC X(40)
                      VALUE "POR LA PRESENTE LO INTIMAMOS A CANCELAR".
           03  FILLER PIC X(40)
                      VALUE "LOS SALDOS VENCIDOS QUE SE DETALLAN EN".
           03  FILLER PIC X(40)
                      VALUE "UN PLAZO DE 48 HS., BAJO APERCIBIMIENTO".
           03  FILLER PIC X(40)
                      VALUE "DE INICIAR LAS ACCIONES LEGALES.".
       01  FILLER REDEFINES TAB-TEXTOS-DEF.
           03  TXT-NIVEL OCCURS 3.
               05 TXT-TITULO   PIC X(40).
               05 TXT-RENGLON  PIC X(40) OCCURS 4.
       01  W-PIE               PIC X(40) VALUE "ATENTAMENTE,".
       01  W-N                 PIC 9.
       01  W-R                 PIC 9.

      * corte elegido por pantalla: 1, 2 o 3 procesa solo los
      * clientes cuyo cargo abierto mas viejo cae en ese corte; 0
      * procesa todos los que pasaron el primero
       01  W-SEL               PIC 9.

       01  W-NIVEL-CARTA       PIC 9.
       01  W-CUMPLIDA          PIC X.
       01  W-PAGO-DESDE        PIC 9(8).
       01  W-PROM-PENDIENTE    PIC X.
       01  W-GES-HOY           PIC X.

       01  W-HAY-IMP           PIC X.
       01  W-HAY-ABIERTO       PIC X.
       01  W-FEC-CARGO-VIEJO   PIC 9(8).
       01  W-ABIERTO           PIC S9(7)V9(3).
       01  W-IMPUTADO          PIC 9(7)V9(3).
       01  W-EN-PLAN           PIC S9(8)V9(3).
       01  W-LIBRE             PIC S9(8)V9(3).
       01  W-J                 PIC 9(3).

      * tabla en memoria con lo imputado a cada cargo del cliente en
      * proceso, como en DEUDORES
       01  W-CAR-USADOS        PIC 9(3) VALUE ZERO.
       01  TAB-IMPUTADO.
           03  TAB-IMP OCCURS 300.
               05 TIMP-FECHA   PIC 9(8).
               05 TIMP-SEC     PIC 9(4).
               05 TIMP-MONTO   PIC 9(7)V9(3).

      * cargos de cuotas emitidas de planes vigentes: van en la carta
      * pero no envejecen la deuda libre
       01  W-HAY-PLA           PIC X.
       01  W-PLAN-VIGENTE      PIC X.
       01  W-PLA-USADOS        PIC 9(3) VALUE ZERO.
       01  TAB-CARGOS-PLAN.
           03  TAB-PLA OCCURS 300.
               05 TPLA-FECHA   PIC 9(8).
               05 TPLA-SEC     PIC 9(4).

      * cargos abiertos del cliente que se detallan en la carta; si
      * no entran en la tabla la diferencia sale como saldo sin
      * detalle y el total sigue siendo CLI_SALDO
       01  W-DET-USADOS        PIC 9(3) VALUE ZERO.
       01  TAB-DETALLE.
           03  TAB-DET OCCURS 300.
               05 TDET-FECHA       PIC 9(8).
               05 TDET-COMPROBANTE PIC X(12).
               05 TDET-IMPORTE     PIC 9(6)V9(3).
               05 TDET-PENDIENTE   PIC S9(7)V9(3).
       01  W-TOT-DETALLE       PIC S9(9)V9(3).
       01  W-DIFERENCIA        PIC S9(9)V9(3).

       01  W-CLI-ID-Z          PIC Z(6)9.
       01  W-TOTAL-Z           PIC Z(6)9,999-.
       01  W-FECHA-EDIT        PIC X(10).

       01  TAB-CANT-NIVEL.
           03  W-CANT-NIVEL    PIC 9(5) OCCURS 3.
       01  W-CANT-REIMPRESAS   PIC 9(5) VALUE ZERO.
       01  W-CANT-PROMESA      PIC 9(5) VALUE ZERO.
       01  W-CANT-REINICIO     PIC 9(5) VALUE ZERO.
       01  W-CANT-INTIMADOS    PIC 9(5) VALUE ZERO.
       01  W-CANT-ERRORES      PIC 9(5) VALUE ZERO.
       01  W-CANT-CARTAS       PIC 9(5) VALUE ZERO.
       01  W-CANT-Z            PIC ZZZZ9.

       01  LINEA-DET.
           03  FILLER          PIC X(05) VALUE SPACES.
           03  LD-FECHA        PIC X(10).
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LD-COMPROBANTE  PIC X(26).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LD-IMPORTE      PIC Z(6)9,999.
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LD-PENDIENTE    PIC Z(6)9,999-.

       01  LINEA-ENCAB-DET.
           03  FILLER          PIC X(18) VALUE "     FECHA".
           03  FILLER          PIC X(26) VALUE "COMPROBANTE".
           03  FILLER          PIC X(13) VALUE "      IMPORTE".
           03  FILLER          PIC X(14) VALUE "     PENDIENTE".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM POSICIONO THRU F-POSICIONO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE PLANES.
           CLOSE GESTIONES.
           CLOSE REPORTE.
           PERFORM MUESTRO-TOTALES.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "CARTAS DE COBRANZA" LINE 01 COL 31
                   GUIONES              LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-FECHA-REF.
           PERFORM CALCULO-DIAS-360.
           MOVE W-DIAS-REF TO W-DIAS-HOY.
           MOVE ZERO TO W-CANT-NIVEL (1).
           MOVE ZERO TO W-CANT-NIVEL (2).
           MOVE ZERO TO W-CANT-NIVEL (3).

           PERFORM PIDO-CORTE THRU F-PIDO-CORTE.

       PIDO-CORTE.
           MOVE W-CORTE-1 TO W-CORTE-1-Z.
           MOVE W-CORTE-2 TO W-CORTE-2-Z.
           MOVE W-CORTE-3 TO W-CORTE-3-Z.
           DISPLAY "[1]"            LINE 06 COL 10
                   W-CORTE-1-Z      LINE 06 COL 14
                   " DIAS"          LINE 06 COL 18
                   "[2]"            LINE 06 COL 27
                   W-CORTE-2-Z      LINE 06 COL 31
                   " DIAS"          LINE 06 COL 35
                   "[3]"            LINE 06 COL 44
                   W-CORTE-3-Z      LINE 06 COL 48
                   "+ DIAS"         LINE 06 COL 52
                   "[0] TODOS"      LINE 06 COL 61.
           DISPLAY "CORTE DE ANTIGUEDAD A PROCESAR : [ ]"
                                    LINE 05 COL 05.
           MOVE ZERO TO W-SEL.
           ACCEPT W-SEL LINE 05 COL 39.
           IF W-SEL > 3
               DISPLAY "CORTE INCORRECTO" LINE 07 COL 05
               GO TO PIDO-CORTE.
           DISPLAY SPACES LINE 07 COL 01 SIZE 80.

       F-PIDO-CORTE.
           EXIT.

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

           MOVE "DEUD-CORTE-1" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                   MOVE W-PAR-NUM TO W-CORTE-1
               END-IF
           END-IF.

           MOVE "DEUD-CORTE-2" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                   MOVE W-PAR-NUM TO W-CORTE-2
               END-IF
           END-IF.

           MOVE "DEUD-CORTE-3" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                   MOVE W-PAR-NUM TO W-CORTE-3
               END-IF
           END-IF.

           MOVE "CARTA-DIAS" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S"
                   MOVE W-PAR-NUM TO W-CARTA-DIAS
               END-IF
           END-IF.

           MOVE 1 TO W-N.
           PERFORM LEO-TEXTOS-NIVEL UNTIL W-N > 3.

           MOVE "CARTA-PIE" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S" AND PAR-VALOR NOT = SPACES
               MOVE PAR-VALOR TO W-PIE.

           CLOSE PARAMETROS.

       F-LEO-PARAMETROS.
           EXIT.

       LEO-TEXTOS-NIVEL.
           MOVE SPACES TO PAR-CODIGO.
           STRING "CARTA-TIT-" W-N DELIMITED BY SIZE INTO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S" AND PAR-VALOR NOT = SPACES
               MOVE PAR-VALOR TO TXT-TITULO (W-N).
           MOVE 1 TO W-R.
           PERFORM LEO-TEXTO-RENGLON UNTIL W-R > 4.
           ADD 1 TO W-N.

       LEO-TEXTO-RENGLON.
           MOVE SPACES TO PAR-CODIGO.
           STRING "CARTA-" W-N "-" W-R DELIMITED BY SIZE
               INTO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               MOVE PAR-VALOR TO TXT-RENGLON (W-N, W-R).
           ADD 1 TO W-R.

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

           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               STRING "ERROR " ST-MOV " AL ABRIR MOVIMIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
               STRING "ERROR " ST-IMP " AL ABRIR IMPUTA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT PLANES.
           IF ST-PLA > "07"
               STRING "ERROR " ST-PLA " AL ABRIR PLANES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN I-O GESTIONES.
           IF ST-GES > "07"
               STRING "ERROR " ST-GES " AL ABRIR GESTIONES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR CARTAS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

       FINALIZAR.
           STOP RUN.

       MUESTRO-TOTALES.
           MOVE W-CANT-NIVEL (1) TO W-CANT-Z.
           DISPLAY "PRIMER AVISO          : " LINE 08 COL 05
                   W-CANT-Z                   LINE 08 COL 30.
           MOVE W-CANT-NIVEL (2) TO W-CANT-Z.
           DISPLAY "SEGUNDO AVISO         : " LINE 09 COL 05
                   W-CANT-Z                   LINE 09 COL 30.
           MOVE W-CANT-NIVEL (3) TO W-CANT-Z.
           DISPLAY "INTIMACION            : " LINE 10 COL 05
                   W-CANT-Z                   LINE 10 COL 30.
           MOVE W-CANT-REIMPRESAS TO W-CANT-Z.
           DISPLAY "REIMPRESAS DEL DIA    : " LINE 11 COL 05
                   W-CANT-Z                   LINE 11 COL 30.
           MOVE W-CANT-PROMESA TO W-CANT-Z.
           DISPLAY "OMITIDOS POR PROMESA  : " LINE 12 COL 05
                   W-CANT-Z                   LINE 12 COL 30.
           MOVE W-CANT-INTIMADOS TO W-CANT-Z.
           DISPLAY "YA INTIMADOS          : " LINE 13 COL 05
                   W-CANT-Z                   LINE 13 COL 30.
           MOVE W-CANT-REINICIO TO W-CANT-Z.
           DISPLAY "VUELTOS A NIVEL CERO  : " LINE 14 COL 05
                   W-CANT-Z                   LINE 14 COL 30.
           MOVE W-CANT-ERRORES TO W-CANT-Z.
           DISPLAY "ERRORES               : " LINE 15 COL 05
                   W-CANT-Z                   LINE 15 COL 30.

       POSICIONO.
           MOVE ZERO TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
               INVALID KEY MOVE "S" TO FIN.

       F-POSICIONO.
           EXIT.

      ******************************************************************
      * un cliente por vuelta: primero se revisa si pago despues de su
      * ultima carta, despues si corresponde una carta nueva
      ******************************************************************
       PROCESO.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           IF CLI_BORRADO = "S" GO TO F-PROCESO.
           IF CLI_SALDO NOT NUMERIC GO TO F-PROCESO.
           MOVE CLI_ID TO W-CLI-ID-Z.

           IF CLI_CARTA_NIVEL NOT NUMERIC
              OR CLI_CARTA_FECHA NOT NUMERIC
               MOVE ZERO TO CLI_CARTA_NIVEL
               MOVE ZERO TO CLI_CARTA_FECHA.

           IF CLI_CARTA_NIVEL > ZERO AND CLI_CARTA_FECHA < W-FECHA-HOY
               MOVE CLI_CARTA_FECHA TO W-PAGO-DESDE
               PERFORM BUSCO-PAGO THRU F-BUSCO-PAGO
               IF W-CUMPLIDA = "S"
                   PERFORM REINICIO-NIVEL THRU F-REINICIO-NIVEL
               END-IF
           END-IF.

           IF CLI_SALDO NOT > ZERO GO TO F-PROCESO.

      * carta ya emitida hoy: corrida repetida, se reimprime igual
           IF CLI_CARTA_NIVEL > ZERO AND CLI_CARTA_FECHA = W-FECHA-HOY
               PERFORM REIMPRIMO-CARTA THRU F-REIMPRIMO-CARTA
               GO TO F-PROCESO.

           IF CLI_CARTA_NIVEL >= 3
               ADD 1 TO W-CANT-INTIMADOS
               GO TO F-PROCESO.

           IF CLI_CARTA_NIVEL > ZERO
               MOVE CLI_CARTA_FECHA TO W-FECHA-REF
               PERFORM CALCULO-DIAS-360
               SUBTRACT W-DIAS-REF FROM W-DIAS-HOY GIVING W-DIAS-DIF
               IF W-DIAS-DIF < W-CARTA-DIAS
                   GO TO F-PROCESO
               END-IF
           END-IF.

           PERFORM BUSCO-PROMESA THRU F-BUSCO-PROMESA.
           IF W-PROM-PENDIENTE = "S"
               ADD 1 TO W-CANT-PROMESA
               GO TO F-PROCESO.

           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           IF W-BUCKET < 2 GO TO F-PROCESO.
           IF W-SEL NOT = ZERO AND W-BUCKET NOT = W-SEL + 1
               GO TO F-PROCESO.

      * de a un nivel por vez, y solo si la deuda ya llego al corte
      * del nivel siguiente
           COMPUTE W-NIVEL-CARTA = CLI_CARTA_NIVEL + 1.
           IF W-NIVEL-CARTA > W-BUCKET - 1 GO TO F-PROCESO.

           PERFORM EMITO-CARTA THRU F-EMITO-CARTA.

       F-PROCESO.
           EXIT.

      * el nivel queda en el cliente antes de la gestion y la carta:
      * si la corrida se corta, al relanzarla en el dia la carta se
      * reimprime y la gestion se completa si falto
       EMITO-CARTA.
           MOVE W-NIVEL-CARTA TO CLI_CARTA_NIVEL.
           MOVE W-FECHA-HOY   TO CLI_CARTA_FECHA.

       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-CLIENTE.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ID " W-CLI-ID-Z " ERROR " ST-FILE
                   " AL REGRABAR CLIENTE - SIN CARTA"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 17 COL 05
               ADD 1 TO W-CANT-ERRORES
               GO TO F-EMITO-CARTA.

           PERFORM GRABO-GESTION THRU F-GRABO-GESTION.
           PERFORM IMPRIMO-CARTA THRU F-IMPRIMO-CARTA.
           ADD 1 TO W-CANT-NIVEL (W-NIVEL-CARTA).

       F-EMITO-CARTA.
           EXIT.

       REIMPRIMO-CARTA.
           MOVE CLI_CARTA_NIVEL TO W-NIVEL-CARTA.
           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           PERFORM BUSCO-GESTION-HOY THRU F-BUSCO-GESTION-HOY.
           IF W-GES-HOY = "N"
               PERFORM GRABO-GESTION THRU F-GRABO-GESTION.
           PERFORM IMPRIMO-CARTA THRU F-IMPRIMO-CARTA.
           ADD 1 TO W-CANT-REIMPRESAS.

       F-REIMPRIMO-CARTA.
           EXIT.

       REINICIO-NIVEL.
           MOVE ZERO TO CLI_CARTA_NIVEL.
           MOVE ZERO TO CLI_CARTA_FECHA.

       REGRABO-REINICIO.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-REINICIO.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ID " W-CLI-ID-Z " ERROR " ST-FILE
                   " AL REGRABAR CLIENTE"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 17 COL 05
               ADD 1 TO W-CANT-ERRORES
               GO TO F-REINICIO-NIVEL.
           ADD 1 TO W-CANT-REINICIO.

       F-REINICIO-NIVEL.
           EXIT.

      ******************************************************************
      * gestiones del cliente
      ******************************************************************
      * promesa todavia en plazo: una gestion PP con fecha prometida
      * de hoy en adelante y sin un pago vigente desde la gestion
       BUSCO-PROMESA.
           MOVE "N" TO W-PROM-PENDIENTE.
           MOVE CLI_ID TO GES-ID-CLIENTE.
           MOVE ZERO   TO GES-FECHA.
           MOVE ZERO   TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY MOVE "N" TO HAY-GES
               NOT INVALID KEY MOVE "S" TO HAY-GES
           END-START.
           IF HAY-GES = "S"
               PERFORM LEO-GESTION THRU F-LEO-GESTION.
           PERFORM EVALUO-PROMESA THRU F-EVALUO-PROMESA
               UNTIL HAY-GES = "N" OR W-PROM-PENDIENTE = "S".

       F-BUSCO-PROMESA.
           EXIT.

       EVALUO-PROMESA.
           IF GES-RESULTADO = "PP" AND GES-PROM-FECHA >= W-FECHA-HOY
               MOVE GES-FECHA TO W-PAGO-DESDE
               PERFORM BUSCO-PAGO THRU F-BUSCO-PAGO
               IF W-CUMPLIDA = "N"
                   MOVE "S" TO W-PROM-PENDIENTE
                   GO TO F-EVALUO-PROMESA
               END-IF
           END-IF.
           PERFORM LEO-GESTION THRU F-LEO-GESTION.

       F-EVALUO-PROMESA.
           EXIT.

       LEO-GESTION.
           READ GESTIONES NEXT RECORD
               AT END MOVE "N" TO HAY-GES
           END-READ.
           IF HAY-GES = "S" AND GES-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO HAY-GES.

       F-LEO-GESTION.
           EXIT.

      * gestion CA ya registrada hoy para el cliente
       BUSCO-GESTION-HOY.
           MOVE "N" TO W-GES-HOY.
           MOVE CLI_ID      TO GES-ID-CLIENTE.
           MOVE W-FECHA-HOY TO GES-FECHA.
           MOVE ZERO        TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY MOVE "N" TO HAY-GES
               NOT INVALID KEY MOVE "S" TO HAY-GES
           END-START.
           IF HAY-GES = "S"
               PERFORM LEO-GESTION THRU F-LEO-GESTION.
           PERFORM COMPARO-GESTION-HOY THRU F-COMPARO-GESTION-HOY
               UNTIL HAY-GES = "N" OR W-GES-HOY = "S".

       F-BUSCO-GESTION-HOY.
           EXIT.

       COMPARO-GESTION-HOY.
           IF GES-FECHA NOT = W-FECHA-HOY
               MOVE "N" TO HAY-GES
               GO TO F-COMPARO-GESTION-HOY.
           IF GES-RESULTADO = "CA"
               MOVE "S" TO W-GES-HOY
           ELSE
               PERFORM LEO-GESTION THRU F-LEO-GESTION.

       F-COMPARO-GESTION-HOY.
           EXIT.

       GRABO-GESTION.
           MOVE SPACES TO REG-GESTION.
           MOVE CLI_ID         TO GES-ID-CLIENTE.
           MOVE W-FECHA-HOY    TO GES-FECHA.
           MOVE 1              TO GES-SECUENCIA.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO GES-HORA.
           MOVE W-OPERADOR     TO GES-OPERADOR.
           MOVE "CA"           TO GES-RESULTADO.
           MOVE ZERO           TO GES-PROM-IMPORTE.
           MOVE ZERO           TO GES-PROM-FECHA.
           MOVE CLI_SALDO      TO W-TOTAL-Z.
           STRING "CARTA " W-NIVEL-CARTA " $" W-TOTAL-Z " "
                   TXT-TITULO (W-NIVEL-CARTA)
               DELIMITED BY SIZE INTO GES-TEXTO.

       GRABO-GESTION-ESCRIBO.
           WRITE REG-GESTION.
           IF ST-GES = "99" GO TO GRABO-GESTION-ESCRIBO.
      * "22" = ya existe esa secuencia para el cliente y el dia:
      * avanzo la secuencia y reintento, como GESMANT
           IF ST-GES = "22"
               ADD 1 TO GES-SECUENCIA
               GO TO GRABO-GESTION-ESCRIBO.
           IF ST-GES > "07"
               MOVE SPACES TO MENSAJE
               STRING "ID " W-CLI-ID-Z " ERROR " ST-GES
                   " AL GRABAR GESTIONES"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 17 COL 05
               ADD 1 TO W-CANT-ERRORES.

       F-GRABO-GESTION.
           EXIT.

      ******************************************************************
      * pagos del cliente
      ******************************************************************
      * hay un pago vigente del cliente con fecha igual o posterior a
      * W-PAGO-DESDE, mismo criterio que PROMESAS
       BUSCO-PAGO.
           MOVE "N" TO W-CUMPLIDA.
           MOVE CLI_ID       TO MOV-ID-CLIENTE.
           MOVE W-PAGO-DESDE TO MOV-FECHA.
           MOVE ZERO         TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO HAY-MOV
               NOT INVALID KEY MOVE "S" TO HAY-MOV
           END-START.
           IF HAY-MOV = "S"
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM COMPARO-PAGO THRU F-COMPARO-PAGO
               UNTIL HAY-MOV = "N" OR W-CUMPLIDA = "S".

       F-BUSCO-PAGO.
           EXIT.

       COMPARO-PAGO.
           IF MOV-TIPO = "P" AND MOV-ANULADO NOT = "S"
               MOVE "S" TO W-CUMPLIDA
           ELSE
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-COMPARO-PAGO.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO HAY-MOV
           END-READ.
           IF HAY-MOV = "S" AND MOV-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO HAY-MOV.

       F-LEO-MOVIMIENTO.
           EXIT.

      ******************************************************************
      * antiguedad por partida abierta, igual que DEUDORES: el cargo
      * libre abierto mas viejo da el corte del cliente; sin cargos
      * libres abiertos se toma el ultimo pago, o el primer
      * movimiento, siempre que quede saldo fuera de los planes.
      * De paso arma la tabla de cargos abiertos para la carta.
      ******************************************************************
       CALCULO-ANTIGUEDAD.
           MOVE ZERO TO W-FEC-ULT-PAGO.
           MOVE ZERO TO W-FEC-PRIMER-MOV.
           MOVE ZERO TO W-FEC-CARGO-VIEJO.
           MOVE ZERO TO W-EN-PLAN.
           MOVE ZERO TO W-DET-USADOS.
           MOVE ZERO TO W-TOT-DETALLE.
           MOVE "N"  TO W-HAY-ABIERTO.

           PERFORM CARGO-IMPUTADOS THRU F-CARGO-IMPUTADOS.
           PERFORM CARGO-PLANES THRU F-CARGO-PLANES.

           MOVE CLI_ID TO MOV-ID-CLIENTE.
           MOVE ZERO   TO MOV-FECHA.
           MOVE ZERO   TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO HAY-MOV
               NOT INVALID KEY MOVE "S" TO HAY-MOV
           END-START.
           IF HAY-MOV = "S"
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM RECORRO-MOVIMIENTOS THRU F-RECORRO-MOVIMIENTOS
               UNTIL HAY-MOV = "N".

           COMPUTE W-LIBRE = CLI_SALDO - W-EN-PLAN.
           IF W-HAY-ABIERTO = "S"
               MOVE W-FEC-CARGO-VIEJO TO W-FECHA-REF
           ELSE
               IF W-LIBRE NOT > ZERO
                   MOVE W-FECHA-HOY TO W-FECHA-REF
               ELSE
                   IF W-FEC-ULT-PAGO NOT = ZERO
                       MOVE W-FEC-ULT-PAGO TO W-FECHA-REF
                   ELSE
                       IF W-FEC-PRIMER-MOV NOT = ZERO
                           MOVE W-FEC-PRIMER-MOV TO W-FECHA-REF
                       ELSE
                           MOVE W-FECHA-HOY TO W-FECHA-REF.

           PERFORM CALCULO-DIAS-360.
           PERFORM CLASIFICO-DIAS.

       F-CALCULO-ANTIGUEDAD.
           EXIT.

      * clasifica W-DIAS-REF (ya calculado) contra la fecha de hoy y
      * deja W-DIAS y W-BUCKET
       CLASIFICO-DIAS.
           SUBTRACT W-DIAS-REF FROM W-DIAS-HOY GIVING W-DIAS-DIF.
           IF W-DIAS-DIF < ZERO
               MOVE ZERO TO W-DIAS-DIF.
           MOVE W-DIAS-DIF TO W-DIAS.

           IF W-DIAS < W-CORTE-1
               MOVE 1 TO W-BUCKET
           ELSE
               IF W-DIAS < W-CORTE-2
                   MOVE 2 TO W-BUCKET
               ELSE
                   IF W-DIAS < W-CORTE-3
                       MOVE 3 TO W-BUCKET
                   ELSE
                       MOVE 4 TO W-BUCKET.

       RECORRO-MOVIMIENTOS.
           IF W-FEC-PRIMER-MOV = ZERO
               MOVE MOV-FECHA TO W-FEC-PRIMER-MOV.
           IF MOV-TIPO = "P" AND MOV-ANULADO NOT = "S"
               MOVE MOV-FECHA TO W-FEC-ULT-PAGO.
           IF MOV-TIPO = "C" AND MOV-ANULADO NOT = "S"
               PERFORM EVALUO-CARGO THRU F-EVALUO-CARGO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-RECORRO-MOVIMIENTOS.
           EXIT.

      * pendiente del cargo leido: importe menos lo imputado. Todo
      * cargo abierto va al detalle de la carta; las cuotas de planes
      * vigentes no cuentan para la antiguedad.
       EVALUO-CARGO.
           MOVE MOV-IMPORTE TO W-ABIERTO.
           PERFORM BUSCO-IMPUTADO THRU F-BUSCO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-ABIERTO.
           IF W-ABIERTO NOT > ZERO GO TO F-EVALUO-CARGO.

           IF W-DET-USADOS < 300
               ADD 1 TO W-DET-USADOS
               MOVE MOV-FECHA       TO TDET-FECHA (W-DET-USADOS)
               MOVE MOV-COMPROBANTE TO TDET-COMPROBANTE (W-DET-USADOS)
               MOVE MOV-IMPORTE     TO TDET-IMPORTE (W-DET-USADOS)
               MOVE W-ABIERTO       TO TDET-PENDIENTE (W-DET-USADOS)
               ADD W-ABIERTO TO W-TOT-DETALLE.

           MOVE 1 TO W-J.
           PERFORM BUSCO-IMP-TAB
               UNTIL W-J > W-PLA-USADOS
                  OR (TPLA-FECHA (W-J) = MOV-FECHA
                      AND TPLA-SEC (W-J) = MOV-SECUENCIA).
           IF W-J NOT > W-PLA-USADOS
               ADD W-ABIERTO TO W-EN-PLAN
               GO TO F-EVALUO-CARGO.

           IF W-HAY-ABIERTO = "N"
               MOVE "S" TO W-HAY-ABIERTO
               MOVE MOV-FECHA TO W-FEC-CARGO-VIEJO.

       F-EVALUO-CARGO.
           EXIT.

      * arma la tabla de imputado por cargo del cliente en proceso
       CARGO-IMPUTADOS.
           MOVE ZERO TO W-CAR-USADOS.
           MOVE CLI_ID TO IMP-ID-CLIENTE.
           MOVE ZERO TO IMP-PAGO-FECHA.
           MOVE ZERO TO IMP-PAGO-SEC.
           MOVE ZERO TO IMP-CARGO-FECHA.
           MOVE ZERO TO IMP-CARGO-SEC.
           START IMPUTA KEY IS NOT LESS THAN IMP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-IMP
               NOT INVALID KEY MOVE "S" TO W-HAY-IMP
           END-START.
           PERFORM CARGO-IMPUTADO-SIG THRU F-CARGO-IMPUTADO-SIG
               UNTIL W-HAY-IMP = "N".

       F-CARGO-IMPUTADOS.
           EXIT.

       CARGO-IMPUTADO-SIG.
           READ IMPUTA NEXT RECORD
               AT END MOVE "N" TO W-HAY-IMP
           END-READ.
           IF W-HAY-IMP = "S" AND IMP-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-IMP.
           IF W-HAY-IMP = "N" GO TO F-CARGO-IMPUTADO-SIG.

           MOVE 1 TO W-J.
           PERFORM BUSCO-IMP-TAB
               UNTIL W-J > W-CAR-USADOS
                  OR (TIMP-FECHA (W-J) = IMP-CARGO-FECHA
                      AND TIMP-SEC (W-J) = IMP-CARGO-SEC).
           IF W-J > W-CAR-USADOS
               IF W-CAR-USADOS >= 300
                   GO TO F-CARGO-IMPUTADO-SIG
               END-IF
               ADD 1 TO W-CAR-USADOS
               MOVE W-CAR-USADOS TO W-J
               MOVE IMP-CARGO-FECHA TO TIMP-FECHA (W-J)
               MOVE IMP-CARGO-SEC   TO TIMP-SEC (W-J)
               MOVE ZERO TO TIMP-MONTO (W-J)
           END-IF.
           ADD IMP-IMPORTE TO TIMP-MONTO (W-J).

       F-CARGO-IMPUTADO-SIG.
           EXIT.

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
           MOVE 1 TO W-J.
           PERFORM BUSCO-IMP-TAB
               UNTIL W-J > W-CAR-USADOS
                  OR (TIMP-FECHA (W-J) = MOV-FECHA
                      AND TIMP-SEC (W-J) = MOV-SECUENCIA).
           IF W-J NOT > W-CAR-USADOS
               MOVE TIMP-MONTO (W-J) TO W-IMPUTADO.

       F-BUSCO-IMPUTADO.
           EXIT.

      * dias en calendario comercial 360 (anios de 360 dias, meses de
      * 30), igual que DEUDORES
       CALCULO-DIAS-360.
           MOVE W-FECHA-REF(1:4) TO W-AAAA.
           MOVE W-FECHA-REF(5:2) TO W-MM.
           MOVE W-FECHA-REF(7:2) TO W-DD.
           MULTIPLY W-AAAA BY 360 GIVING W-DIAS-REF.
           MULTIPLY W-MM BY 30 GIVING W-AUX.
           ADD W-AUX TO W-DIAS-REF.
           ADD W-DD  TO W-DIAS-REF.

      * W-FECHA-REF (AAAAMMDD) como DD/MM/AAAA para la carta
       FORMATO-FECHA.
           MOVE SPACES TO W-FECHA-EDIT.
           STRING W-FECHA-REF(7:2) "/" W-FECHA-REF(5:2) "/"
                   W-FECHA-REF(1:4)
               DELIMITED BY SIZE INTO W-FECHA-EDIT.

      ******************************************************************
      * la carta: una pagina por cliente
      ******************************************************************
       IMPRIMO-CARTA.
           MOVE SPACES TO LINEA-REPORTE.
           IF W-CANT-CARTAS = ZERO
               WRITE LINEA-REPORTE
           ELSE
               WRITE LINEA-REPORTE AFTER ADVANCING PAGE.
           ADD 1 TO W-CANT-CARTAS.

           IF W-EMPRESA NOT = SPACES
               MOVE W-EMPRESA TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE W-FECHA-HOY TO W-FECHA-REF.
           PERFORM FORMATO-FECHA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FECHA: " W-FECHA-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE(63:17).
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SR/ES.: " CLI_NOMBRE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE CLI_DIRECCION(1:72) TO LINEA-REPORTE(9:72).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "        (" CLI_CODPOST ")" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "        CLIENTE NRO. " W-CLI-ID-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REF.: " TXT-TITULO (W-NIVEL-CARTA)
               DELIMITED BY SIZE INTO LINEA-REPORTE(21:60).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 1 TO W-R.
           PERFORM IMPRIMO-RENGLON UNTIL W-R > 4.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCAB-DET TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 1 TO W-J.
           PERFORM IMPRIMO-DETALLE UNTIL W-J > W-DET-USADOS.

      * lo que no esta en cargos abiertos (saldo anterior al libro o
      * pagos todavia sin imputar) se informa para cerrar con el saldo
           COMPUTE W-DIFERENCIA = CLI_SALDO - W-TOT-DETALLE.
           IF W-DIFERENCIA NOT = ZERO
               MOVE SPACES TO LINEA-DET
               IF W-DIFERENCIA > ZERO
                   MOVE "SALDO ANTERIOR SIN DETALLE" TO LD-COMPROBANTE
               ELSE
                   MOVE "PAGOS A CUENTA SIN IMPUTAR" TO LD-COMPROBANTE
               END-IF
               MOVE W-DIFERENCIA TO LD-PENDIENTE
               WRITE LINEA-REPORTE FROM LINEA-DET.

           MOVE CLI_SALDO TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL ADEUDADO: $ " W-TOTAL-Z DELIMITED BY SIZE
               INTO LINEA-REPORTE(39:42).
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE W-PIE TO LINEA-REPORTE(6:40).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE W-EMPRESA TO LINEA-REPORTE(41:40).
           WRITE LINEA-REPORTE.

       F-IMPRIMO-CARTA.
           EXIT.

       IMPRIMO-RENGLON.
           IF TXT-RENGLON (W-NIVEL-CARTA, W-R) NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               MOVE TXT-RENGLON (W-NIVEL-CARTA, W-R)
                   TO LINEA-REPORTE(6:40)
               WRITE LINEA-REPORTE.
           ADD 1 TO W-R.

       IMPRIMO-DETALLE.
           MOVE SPACES TO LINEA-DET.
           MOVE TDET-FECHA (W-J) TO W-FECHA-REF.
           PERFORM FORMATO-FECHA.
           MOVE W-FECHA-EDIT            TO LD-FECHA.
           MOVE TDET-COMPROBANTE (W-J)  TO LD-COMPROBANTE.
           MOVE TDET-IMPORTE (W-J)      TO LD-IMPORTE.
           MOVE TDET-PENDIENTE (W-J)    TO LD-PENDIENTE.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-J.

       END PROGRAM "CARTAS".
