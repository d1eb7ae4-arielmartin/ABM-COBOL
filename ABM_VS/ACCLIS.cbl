      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Listado del archivo ACCESOS - los ingresos, fallos,
      *          bloqueos, cambios de clave, desbloqueos y salidas que
      *          graba el LOGIN de cada programa y OPEMANT. Filtra por
      *          operador (por inicio del codigo, blanco = todos),
      *          rango de fechas y evento, y sale ordenado por
      *          operador, fecha y hora con el total de cada evento
      *          por operador y el total general.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "ACCLIS".

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SELACC.

           COPY SELPAR.

           SELECT PREORD ASSIGN TO "d:\data\acclis.tmp"
                  FILE STATUS ST-PRE.

           SELECT ORDENADO ASSIGN TO "d:\data\acclis.ord"
                  FILE STATUS ST-ORD.

           SELECT ORDENA ASSIGN TO "d:\data\acclis.srt".

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\accesos.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  PREORD.
       01  REG-PREORD          PIC X(64).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(64).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-OPERADOR    PIC X(8).
           03  ORD-FECHA       PIC 9(8).
           03  ORD-HORA        PIC 9(6).
           03  FILLER          PIC X(42).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-ACC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-PRE              PIC XX.
       01  ST-ORD              PIC XX.
       01  ST-REP              PIC XX.
       01  EXISTE-PAR          PIC X.
       01  W-EMPRESA           PIC X(40) VALUE SPACES.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-REG             PIC X.
       01  W-PASA              PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".

       01  W-FIL-OPERADOR      PIC X(8).
       01  W-FIL-OPER-LEN      PIC 9(2).
       01  W-FIL-DESDE         PIC 9(8).
       01  W-FIL-HASTA         PIC 9(8).
       01  W-FIL-EVENTO        PIC X(4).

      * registro de trabajo que viaja por el SORT: el operador, la
      * fecha y la hora adelante como clave
       01  W-REG-ORDEN.
           03  WO-OPERADOR     PIC X(8).
           03  WO-FECHA        PIC 9(8).
           03  WO-HORA         PIC 9(6).
           03  WO-PROGRAMA     PIC X(8).
           03  WO-EVENTO       PIC X(4).
           03  WO-DETALLE      PIC X(30).

       01  W-OPE-ACTUAL        PIC X(8).
       01  W-PRIMERO           PIC X VALUE "S".

      * totales por evento: 1 del operador en curso, 2 general
       01  TAB-TOTALES.
           03  TOT-GRUPO OCCURS 2.
               05 TOT-INGR     PIC 9(7).
               05 TOT-FALL     PIC 9(7).
               05 TOT-BLOQ     PIC 9(7).
               05 TOT-CLAV     PIC 9(7).
               05 TOT-DESB     PIC 9(7).
               05 TOT-SALI     PIC 9(7).
       01  W-G                 PIC 9.

       01  W-CANT-LEIDOS       PIC 9(7) VALUE ZERO.
       01  W-CANT-LEIDOS-Z     PIC Z(6)9.
       01  W-CANT-LISTADOS     PIC 9(7) VALUE ZERO.
       01  W-CANT-LISTADOS-Z   PIC Z(6)9.
       01  W-LINEAS-PAG        PIC 9(3) VALUE ZERO.
       01  W-MAX-LINEAS        PIC 9(3) VALUE 50.
       01  W-PAGINA            PIC 9(3) VALUE ZERO.
       01  W-PAGINA-Z          PIC ZZ9.

       01  LINEA-DET.
           03  LD-FECHA        PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-HORA         PIC 9(6).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-OPERADOR     PIC X(8).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-PROGRAMA     PIC X(8).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-EVENTO       PIC X(4).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  LD-DETALLE      PIC X(30).
           03  FILLER          PIC X(11) VALUE SPACES.

       01  LINEA-TOTAL.
           03  LT-ROTULO       PIC X(14).
           03  FILLER          PIC X(06) VALUE " INGR ".
           03  LT-INGR         PIC Z(4)9.
           03  FILLER          PIC X(06) VALUE " FALL ".
           03  LT-FALL         PIC Z(4)9.
           03  FILLER          PIC X(06) VALUE " BLOQ ".
           03  LT-BLOQ         PIC Z(4)9.
           03  FILLER          PIC X(06) VALUE " CLAV ".
           03  LT-CLAV         PIC Z(4)9.
           03  FILLER          PIC X(06) VALUE " DESB ".
           03  LT-DESB         PIC Z(4)9.
           03  FILLER          PIC X(06) VALUE " SALI ".
           03  LT-SALI         PIC Z(4)9.

       01  LINEA-ENCAB2        PIC X(80)
           VALUE "FECHA    HORA   OPERADOR PROGRAMA EVEN DETALLE".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           CLOSE ACCESOS.
           CLOSE PREORD.

           SORT ORDENA ON ASCENDING KEY ORD-OPERADOR ORD-FECHA ORD-HORA
               USING PREORD GIVING ORDENADO.

           PERFORM IMPRIMO-ORDENADO THRU F-IMPRIMO-ORDENADO.
           PERFORM CIERRE-LISTADO THRU F-CIERRE-LISTADO.
           CLOSE REPORTE.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE ZERO TO TAB-TOTALES.
           DISPLAY "CONSULTA DE ACCESOS" LINE 01 COL 30
                   GUIONES               LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           DISPLAY "OPERADOR     (BLANCO = TODOS)    : "
                   LINE 04 COL 05.
           MOVE SPACES TO W-FIL-OPERADOR.
           ACCEPT W-FIL-OPERADOR LINE 04 COL 42.
           DISPLAY "FECHA DESDE  (AAAAMMDD, 0 = TODO): "
                   LINE 05 COL 05.
           ACCEPT W-FIL-DESDE LINE 05 COL 42.
           DISPLAY "FECHA HASTA  (AAAAMMDD, 0 = TODO): "
                   LINE 06 COL 05.
           ACCEPT W-FIL-HASTA LINE 06 COL 42.
           IF W-FIL-HASTA = ZERO
               MOVE 99999999 TO W-FIL-HASTA.
           DISPLAY "EVENTO       (BLANCO = TODOS)    : "
                   LINE 07 COL 05.
           DISPLAY "INGR FALL BLOQ CLAV DESB SALI"
                   LINE 08 COL 42.
           MOVE SPACES TO W-FIL-EVENTO.
           ACCEPT W-FIL-EVENTO LINE 07 COL 42.
           INSPECT W-FIL-EVENTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * largo util del filtro de operador, para comparar por inicio
      * igual que en AUDLIS
           MOVE 8 TO W-FIL-OPER-LEN.
           IF W-FIL-OPERADOR = SPACES
               MOVE ZERO TO W-FIL-OPER-LEN
           ELSE
               PERFORM CALCULO-LARGO-OPER
                   UNTIL W-FIL-OPER-LEN = 0
                      OR W-FIL-OPERADOR(W-FIL-OPER-LEN:1) NOT = SPACE.

       CALCULO-LARGO-OPER.
           SUBTRACT 1 FROM W-FIL-OPER-LEN.

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

       ABRO-ARCHIVOS.
           OPEN INPUT ACCESOS.
           IF ST-ACC > "07"
               STRING "ERROR " ST-ACC " AL ABRIR ACCESOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT PREORD.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL ABRIR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR EL REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

       FINALIZAR.
           MOVE W-CANT-LEIDOS   TO W-CANT-LEIDOS-Z.
           MOVE W-CANT-LISTADOS TO W-CANT-LISTADOS-Z.
           DISPLAY "REGISTROS LEIDOS  : " LINE 13 COL 05
                   W-CANT-LEIDOS-Z        LINE 13 COL 26.
           DISPLAY "REGISTROS LISTADOS: " LINE 14 COL 05
                   W-CANT-LISTADOS-Z      LINE 14 COL 26.
           STOP RUN.

      * pasa a ordenar los registros que cumplen el filtro
       PROCESO.
           READ ACCESOS
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.

           PERFORM FILTRO THRU F-FILTRO.
           IF W-PASA = "N" GO TO F-PROCESO.

           MOVE ACC-OPERADOR TO WO-OPERADOR.
           MOVE ACC-FECHA    TO WO-FECHA.
           MOVE ACC-HORA     TO WO-HORA.
           MOVE ACC-PROGRAMA TO WO-PROGRAMA.
           MOVE ACC-EVENTO   TO WO-EVENTO.
           MOVE ACC-DETALLE  TO WO-DETALLE.
           WRITE REG-PREORD FROM W-REG-ORDEN.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL GRABAR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05.

       F-PROCESO.
           EXIT.

       FILTRO.
           MOVE "S" TO W-PASA.
           IF W-FIL-OPER-LEN > ZERO
              AND ACC-OPERADOR(1:W-FIL-OPER-LEN)
                  NOT = W-FIL-OPERADOR(1:W-FIL-OPER-LEN)
               MOVE "N" TO W-PASA
               GO TO F-FILTRO.
           IF ACC-FECHA < W-FIL-DESDE OR ACC-FECHA > W-FIL-HASTA
               MOVE "N" TO W-PASA
               GO TO F-FILTRO.
           IF W-FIL-EVENTO NOT = SPACES
              AND ACC-EVENTO NOT = W-FIL-EVENTO
               MOVE "N" TO W-PASA.

       F-FILTRO.
           EXIT.

       IMPRIMO-ORDENADO.
           OPEN INPUT ORDENADO.
           IF ST-ORD > "07"
               STRING "ERROR " ST-ORD " AL ABRIR ORDENADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               GO TO F-IMPRIMO-ORDENADO.

           MOVE "S" TO HAY-REG.
           PERFORM IMPRIMO-REGISTRO THRU F-IMPRIMO-REGISTRO
               UNTIL HAY-REG = "N".
           IF W-PRIMERO = "N"
               PERFORM CORTE-OPERADOR THRU F-CORTE-OPERADOR.
           CLOSE ORDENADO.

       F-IMPRIMO-ORDENADO.
           EXIT.

       IMPRIMO-REGISTRO.
           READ ORDENADO INTO W-REG-ORDEN
               AT END MOVE "N" TO HAY-REG.
           IF HAY-REG = "N" GO TO F-IMPRIMO-REGISTRO.

           IF W-PRIMERO = "N" AND WO-OPERADOR NOT = W-OPE-ACTUAL
               PERFORM CORTE-OPERADOR THRU F-CORTE-OPERADOR.
           MOVE "N" TO W-PRIMERO.
           MOVE WO-OPERADOR TO W-OPE-ACTUAL.

           IF W-LINEAS-PAG = 0 OR W-LINEAS-PAG >= W-MAX-LINEAS
               PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.

           MOVE SPACES      TO LINEA-DET.
           MOVE WO-FECHA    TO LD-FECHA.
           MOVE WO-HORA     TO LD-HORA.
           MOVE WO-OPERADOR TO LD-OPERADOR.
           MOVE WO-PROGRAMA TO LD-PROGRAMA.
           MOVE WO-EVENTO   TO LD-EVENTO.
           MOVE WO-DETALLE  TO LD-DETALLE.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.
           ADD 1 TO W-CANT-LISTADOS.

           MOVE 1 TO W-G.
           PERFORM SUMO-EVENTO.
           MOVE 2 TO W-G.
           PERFORM SUMO-EVENTO.

       F-IMPRIMO-REGISTRO.
           EXIT.

       SUMO-EVENTO.
           EVALUATE WO-EVENTO
               WHEN "INGR" ADD 1 TO TOT-INGR (W-G)
               WHEN "FALL" ADD 1 TO TOT-FALL (W-G)
               WHEN "BLOQ" ADD 1 TO TOT-BLOQ (W-G)
               WHEN "CLAV" ADD 1 TO TOT-CLAV (W-G)
               WHEN "DESB" ADD 1 TO TOT-DESB (W-G)
               WHEN "SALI" ADD 1 TO TOT-SALI (W-G)
           END-EVALUATE.

      * totales del operador que termina
       CORTE-OPERADOR.
           MOVE SPACES TO LT-ROTULO.
           STRING "TOTAL " W-OPE-ACTUAL DELIMITED BY SIZE
               INTO LT-ROTULO.
           MOVE 1 TO W-G.
           PERFORM ARMO-TOTAL.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 2 TO W-LINEAS-PAG.
           MOVE ZERO TO TOT-INGR (1).
           MOVE ZERO TO TOT-FALL (1).
           MOVE ZERO TO TOT-BLOQ (1).
           MOVE ZERO TO TOT-CLAV (1).
           MOVE ZERO TO TOT-DESB (1).
           MOVE ZERO TO TOT-SALI (1).

       F-CORTE-OPERADOR.
           EXIT.

       ARMO-TOTAL.
           MOVE TOT-INGR (W-G) TO LT-INGR.
           MOVE TOT-FALL (W-G) TO LT-FALL.
           MOVE TOT-BLOQ (W-G) TO LT-BLOQ.
           MOVE TOT-CLAV (W-G) TO LT-CLAV.
           MOVE TOT-DESB (W-G) TO LT-DESB.
           MOVE TOT-SALI (W-G) TO LT-SALI.

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
           STRING "CONSULTA DE ACCESOS          PAGINA: " W-PAGINA-Z
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
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LT-ROTULO.
           MOVE "TOTAL GENERAL" TO LT-ROTULO.
           MOVE 2 TO W-G.
           PERFORM ARMO-TOTAL.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE W-CANT-LISTADOS TO W-CANT-LISTADOS-Z.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REGISTROS LISTADOS: " DELIMITED BY SIZE
                   W-CANT-LISTADOS-Z     DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRE-LISTADO.
           EXIT.

       END PROGRAM "ACCLIS".
