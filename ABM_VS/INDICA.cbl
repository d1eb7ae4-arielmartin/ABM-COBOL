      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Indicadores de gestion mensuales sobre los ultimos 12
      *          periodos cerrados por CIERRE (CIECTL), por categoria
      *          de cliente y en total: cartera (saldos deudores de
      *          APERTURA al cierre), lo cargado, cobrado y recargado
      *          (comprobantes de RECARGO), lo anulado y lo ajustado
      *          segun MOVIMIENTOS y su historia, porcentaje de
      *          cobranza, dias de calle (DSO), clientes con deuda de
      *          mas de 90 dias, altas, bajas y depurados segun
      *          AUDITORIA y porcentaje de promesas de pago cumplidas
      *          segun GESTIONES, cada uno con su variacion contra el
      *          periodo anterior. Sale como listado impreso (una
      *          pagina por categoria) y como archivo delimitado con
      *          ";" igual que EXPCLI, para graficar en Excel.
      *          Los datos de todas las fuentes pasan por un SORT por
      *          cliente, asi la categoria de cada uno (de CLIENTES o,
      *          si ya fue depurado, de su historia) se resuelve una
      *          sola vez.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "INDICA".

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

           COPY SELSAP.

           COPY SELCIE.

           COPY SELAUD.

           COPY SELGES.

           COPY SELCAT.

           COPY SELPAR.

           SELECT OPTIONAL HISTMOV
                  ASSIGN TO "d:\data\movimientos-hist.dat"
                  FILE STATUS ST-HMV.

           SELECT OPTIONAL HISTCLI
                  ASSIGN TO "d:\data\clientes-hist.dat"
                  FILE STATUS ST-HCL.

           SELECT PREORD ASSIGN TO "d:\data\indica.tmp"
                  FILE STATUS ST-PRE.

           SELECT ORDENADO ASSIGN TO "d:\data\indica.ord"
                  FILE STATUS ST-ORD.

           SELECT ORDENA ASSIGN TO "d:\data\indica.srt".

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\indicadores.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

           SELECT OPTIONAL EXPORTA
                  ASSIGN TO "d:\data\expindicadores.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-EXP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  CLIENTES.
           COPY REGCLI.

       FD  MOVIMIENTOS.
           COPY REGMOV.

       FD  APERTURA.
           COPY REGSAP.

       FD  CIECTL.
           COPY REGCIE.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  GESTIONES.
           COPY REGGES.

       FD  CATEGORIAS.
           COPY REGCAT.

       FD  PARAMETROS.
           COPY REGPAR.

      * mismo layout que REG-MOVIMIENTOS (lo graba CIERRE): se lee
      * INTO REG-MOVIMIENTOS
       FD  HISTMOV.
       01  REG-HISTMOV         PIC X(91).

      * mismo layout que REG-CLIENTES (lo graba DEPURA): se lee INTO
      * REG-CLIENTES
       FD  HISTCLI.
       01  REG-HISTCLI         PIC X(469).

       FD  PREORD.
       01  REG-PREORD          PIC X(41).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(41).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-ID          PIC 9(7).
           03  ORD-TIPO        PIC X.
           03  ORD-FECHA       PIC 9(8).
           03  FILLER          PIC X(25).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(100).

       FD  EXPORTA.
       01  LINEA-EXP           PIC X(400).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-SAP              PIC XX.
       01  ST-CIE              PIC XX.
       01  ST-AUD              PIC XX.
       01  ST-GES              PIC XX.
       01  ST-CAT              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-HMV              PIC XX.
       01  ST-HCL              PIC XX.
       01  ST-PRE              PIC XX.
       01  ST-ORD              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-EXP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-REG             PIC X.
       01  GUIONES             PIC X(100) VALUES ALL "-".

       01  W-EMPRESA           PIC X(40) VALUE SPACES.
      * prefijo de los comprobantes de recargo: el mismo parametro
      * REC-PREFIJO que usa RECARGO, "REC" por defecto
       01  W-PREFIJO           PIC X(6) VALUE "REC".
       01  W-PREF-LEN          PIC 9(2).
       01  EXISTE-PAR          PIC X.

      * registro de trabajo que viaja por el SORT, ordenado por
      * cliente y tipo: 0 categoria (primero CLIENTES, despues la
      * historia de DEPURA), 1 saldo de APERTURA, 2 movimiento, 3
      * auditoria, 4 promesa de pago. WO-SLOT es la columna de
      * periodo (ver TAB-SLOTS); un pago fuera de los periodos va con
      * slot cero, solo para evaluar promesas.
       01  W-REG-ORDEN.
           03  WO-ID           PIC 9(7).
           03  WO-TIPO         PIC X.
           03  WO-FECHA        PIC 9(8).
           03  WO-SLOT         PIC 9(2).
           03  WO-CONCEPTO     PIC X.
           03  WO-VIGENTE      PIC X.
           03  WO-IMPORTE      PIC S9(9)V9(3).
           03  WO-CATEGORIA    PIC X.
           03  WO-FECHA-2      PIC 9(8).

      * periodos cerrados completos, los 13 mas recientes: el mas
      * viejo solo sirve de base para la variacion del primero que se
      * lista
       01  W-CANT-CIE          PIC 9(2) VALUE ZERO.
       01  TAB-CIERRES.
           03  TCIE-PERIODO    PIC 9(6) OCCURS 13.

      * columnas de periodo: los cerrados ocupan del slot
      * W-PRIMER-SLOT al 15 y los dos meses anteriores al primero
      * van en los dos slots previos, para la deuda de mas de 90 dias
       01  W-PRIMER-SLOT       PIC 9(2).
       01  W-DESDE-SLOT        PIC 9(2).
       01  TAB-SLOTS.
           03  TAB-SLOT OCCURS 15.
               05 TSL-PERIODO  PIC 9(6).
               05 TSL-MES      PIC 9(6).
       01  W-DESDE-FECHA       PIC 9(8).
       01  W-HASTA-FECHA       PIC 9(8).
       01  W-PER               PIC 9(6).
       01  W-S                 PIC 9(2).
       01  W-T                 PIC 9(2).
       01  W-I                 PIC 9(2).
       01  W-K                 PIC 9(2).
       01  W-AAAA              PIC 9(4).
       01  W-MM                PIC 9(2).
       01  W-MES-NUM           PIC 9(6).
       01  W-MES-DESDE         PIC 9(6).

      * cliente en proceso durante la lectura del ordenado
       01  W-ID-ACTUAL         PIC 9(7).
       01  W-CAT-CLI           PIC X.
       01  W-CI                PIC 9(2).
       01  W-C                 PIC 9(2).
       01  TAB-CLIENTE.
           03  TCL-SLOT OCCURS 15.
               05 TCL-HAY-SALDO PIC X.
               05 TCL-SALDO    PIC S9(9)V9(3).
               05 TCL-CARGOS   PIC S9(9)V9(3).
       01  W-PAG-USADOS        PIC 9(3).
       01  TAB-PAGOS.
           03  TPAG-FECHA      PIC 9(8) OCCURS 500.
       01  W-J                 PIC 9(3).
       01  W-SUMA-CARGOS       PIC S9(11)V9(3).
       01  W-CUMPLIDA          PIC X.

      * acumulados por categoria y periodo; la categoria 1 es el
      * total general
       01  W-CAT-USADAS        PIC 9(2) VALUE 1.
       01  TAB-INDICADORES.
           03  TAB-CAT OCCURS 60.
               05 TCAT-CODIGO      PIC X.
               05 TCAT-LISTADA     PIC X.
               05 TCAT-PER OCCURS 15.
                  07 TI-CARTERA    PIC S9(11)V9(3).
                  07 TI-CARGADO    PIC S9(11)V9(3).
                  07 TI-COBRADO    PIC S9(11)V9(3).
                  07 TI-RECARGADO  PIC S9(11)V9(3).
                  07 TI-ANULADO    PIC S9(11)V9(3).
                  07 TI-AJUSTADO   PIC S9(11)V9(3).
                  07 TI-DEUD90     PIC 9(7).
                  07 TI-ALTAS      PIC 9(5).
                  07 TI-BAJAS      PIC 9(5).
                  07 TI-DEPUR      PIC 9(5).
                  07 TI-PROM       PIC 9(7).
                  07 TI-PROM-OK    PIC 9(7).

      * los 13 indicadores de una categoria en un periodo, en el
      * orden de las columnas del archivo exportado; TAB-TIPO-IND
      * dice como se editan (I importe, P porcentaje, D dias, C
      * cantidad)
       01  W-VEC.
           03  W-IND           PIC S9(11)V9(3) OCCURS 13.
       01  W-VEC-ACT.
           03  W-ACT           PIC S9(11)V9(3) OCCURS 13.
       01  W-VEC-ANT.
           03  W-ANT           PIC S9(11)V9(3) OCCURS 13.
       01  W-HAY-ANT           PIC X.
       01  TAB-TIPO-IND        PIC X(13) VALUE "IIIIIIPDCCCCP".
       01  TAB-TITULOS-IND.
           03  FILLER          PIC X(16) VALUE "CARTERA".
           03  FILLER          PIC X(16) VALUE "CARGADO".
           03  FILLER          PIC X(16) VALUE "COBRADO".
           03  FILLER          PIC X(16) VALUE "RECARGOS".
           03  FILLER          PIC X(16) VALUE "ANULADO".
           03  FILLER          PIC X(16) VALUE "AJUSTADO".
           03  FILLER          PIC X(16) VALUE "COBRANZA %".
           03  FILLER          PIC X(16) VALUE "DIAS DE CALLE".
           03  FILLER          PIC X(16) VALUE "DEUDORES +90".
           03  FILLER          PIC X(16) VALUE "ALTAS".
           03  FILLER          PIC X(16) VALUE "BAJAS".
           03  FILLER          PIC X(16) VALUE "DEPURADOS".
           03  FILLER          PIC X(16) VALUE "PROMESAS %".
       01  FILLER REDEFINES TAB-TITULOS-IND.
           03  TITULO-IND      PIC X(16) OCCURS 13.
       01  W-DEN               PIC S9(11)V9(3).
       01  W-VAR               PIC S9(11)V9(3).
       01  W-VAR-PCT           PIC S9(5)V9.
       01  W-DESBORDE          PIC X.

       01  W-CAMPO             PIC X(40).
       01  W-LARGO             PIC 9(2).
       01  W-PUNT              PIC 9(3).
       01  W-IMP-EXP           PIC -(11)9,999.
       01  W-PCT-EXP           PIC -(5)9,9.
       01  W-CANT-EXP          PIC -(10)9.
       01  W-PER-EDIT          PIC X(7).
       01  W-CAT-DESC          PIC X(30).

       01  W-PAGINA            PIC 9(3) VALUE ZERO.
       01  W-PAGINA-Z          PIC ZZ9.
       01  W-CANT-REG          PIC 9(9) VALUE ZERO.
       01  W-CANT-REG-Z        PIC Z(8)9.
       01  W-CANT-CIE-Z        PIC Z9.
       01  W-CANT-CAT-Z        PIC Z9.

       01  LINEA-A.
           03  LA-PERIODO      PIC X(07).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-CARTERA      PIC Z(9)9-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-VAR          PIC -(4)9,9.
           03  LA-VAR-X REDEFINES LA-VAR PIC X(07).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-CARGADO      PIC Z(9)9-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-COBRADO      PIC Z(9)9-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-RECARGADO    PIC Z(9)9-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-ANULADO      PIC Z(9)9-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LA-AJUSTADO     PIC Z(9)9-.

       01  LINEA-ENCAB-A.
           03  FILLER          PIC X(08) VALUE "PERIODO".
           03  FILLER          PIC X(12) VALUE "    CARTERA".
           03  FILLER          PIC X(08) VALUE "  VAR %".
           03  FILLER          PIC X(12) VALUE "    CARGADO".
           03  FILLER          PIC X(12) VALUE "    COBRADO".
           03  FILLER          PIC X(12) VALUE "   RECARGOS".
           03  FILLER          PIC X(12) VALUE "    ANULADO".
           03  FILLER          PIC X(11) VALUE "   AJUSTADO".

       01  LINEA-B.
           03  LB-PERIODO      PIC X(07).
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LB-COBR         PIC Z(3)9,9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-VAR-COBR     PIC -(4)9,9.
           03  LB-VAR-COBR-X REDEFINES LB-VAR-COBR PIC X(07).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LB-DSO          PIC Z(4)9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-VAR-DSO      PIC -(5)9.
           03  LB-VAR-DSO-X REDEFINES LB-VAR-DSO PIC X(06).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LB-D90          PIC Z(5)9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-VAR-D90      PIC -(5)9.
           03  LB-VAR-D90-X REDEFINES LB-VAR-D90 PIC X(06).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LB-ALTAS        PIC Z(4)9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-BAJAS        PIC Z(4)9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-DEPUR        PIC Z(4)9.
           03  FILLER          PIC X(04) VALUE SPACES.
           03  LB-PROM         PIC Z(3)9,9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LB-VAR-PROM     PIC -(4)9,9.
           03  LB-VAR-PROM-X REDEFINES LB-VAR-PROM PIC X(07).

       01  LINEA-ENCAB-B.
           03  FILLER          PIC X(10) VALUE "PERIODO".
           03  FILLER          PIC X(14) VALUE "COBR %   VAR".
           03  FILLER          PIC X(14) VALUE "  DSO    VAR".
           03  FILLER          PIC X(15) VALUE "  +90 D    VAR".
           03  FILLER          PIC X(18) VALUE "ALTAS BAJAS DEPUR".
           03  FILLER          PIC X(14) VALUE "PROM %    VAR".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM LEO-CIERRES THRU F-LEO-CIERRES.
           IF FIN = "S" GO TO FINALIZAR.
           IF W-CANT-CIE = ZERO
               DISPLAY "NO HAY PERIODOS CERRADOS POR CIERRE"
                   LINE 10 COL 05
               GO TO FINALIZAR.
           PERFORM ARMO-SLOTS THRU F-ARMO-SLOTS.

           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM CARGO-CLIENTES THRU F-CARGO-CLIENTES.
           PERFORM CARGO-HIST-CLIENTES THRU F-CARGO-HIST-CLIENTES.
           PERFORM CARGO-APERTURA THRU F-CARGO-APERTURA.
           PERFORM CARGO-MOVIMIENTOS THRU F-CARGO-MOVIMIENTOS.
           PERFORM CARGO-HIST-MOVIMIENTOS
               THRU F-CARGO-HIST-MOVIMIENTOS.
           PERFORM CARGO-AUDITORIA THRU F-CARGO-AUDITORIA.
           PERFORM CARGO-GESTIONES THRU F-CARGO-GESTIONES.
           CLOSE CLIENTES.
           CLOSE HISTCLI.
           CLOSE APERTURA.
           CLOSE MOVIMIENTOS.
           CLOSE HISTMOV.
           CLOSE AUDITORIA.
           CLOSE GESTIONES.
           CLOSE PREORD.
           IF FIN = "S" GO TO FINALIZAR.

           SORT ORDENA ON ASCENDING KEY ORD-ID ORD-TIPO ORD-FECHA
               USING PREORD GIVING ORDENADO.

           PERFORM ACUMULO-ORDENADO THRU F-ACUMULO-ORDENADO.
           PERFORM IMPRIMO-INDICADORES THRU F-IMPRIMO-INDICADORES.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "INDICADORES DE GESTION" LINE 01 COL 29
                   GUIONES(1:80)            LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           MOVE 6 TO W-PREF-LEN.
           PERFORM CALCULO-LARGO-PREFIJO
               UNTIL W-PREF-LEN = 1
                  OR W-PREFIJO(W-PREF-LEN:1) NOT = SPACE.
           MOVE SPACE TO TCAT-CODIGO (1).
           MOVE 1 TO W-CI.
           PERFORM LIMPIO-CATEGORIA.

       CALCULO-LARGO-PREFIJO.
           SUBTRACT 1 FROM W-PREF-LEN.

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

           MOVE "REC-PREFIJO" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S" AND PAR-VALOR NOT = SPACES
               MOVE PAR-VALOR(1:6) TO W-PREFIJO.

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

      ******************************************************************
      * periodos: los 13 ultimos cerrados completos de CIECTL
      ******************************************************************
       LEO-CIERRES.
           OPEN INPUT CIECTL.
           IF ST-CIE > "07"
               STRING "ERROR " ST-CIE " AL ABRIR CIECTL "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN
               GO TO F-LEO-CIERRES.

           MOVE ZERO TO CIE-PERIODO.
           START CIECTL KEY IS NOT LESS THAN CIE-PERIODO
               INVALID KEY MOVE "N" TO HAY-REG
               NOT INVALID KEY MOVE "S" TO HAY-REG
           END-START.
           PERFORM LEO-CIERRE-SIG THRU F-LEO-CIERRE-SIG
               UNTIL HAY-REG = "N".
           CLOSE CIECTL.

       F-LEO-CIERRES.
           EXIT.

       LEO-CIERRE-SIG.
           READ CIECTL NEXT RECORD
               AT END MOVE "N" TO HAY-REG
           END-READ.
           IF HAY-REG = "N" GO TO F-LEO-CIERRE-SIG.
           IF NOT CIE-COMPLETO GO TO F-LEO-CIERRE-SIG.
           IF W-CANT-CIE < 13
               ADD 1 TO W-CANT-CIE
           ELSE
               MOVE 1 TO W-I
               PERFORM CORRO-CIERRE UNTIL W-I > 12.
           MOVE CIE-PERIODO TO TCIE-PERIODO (W-CANT-CIE).

       F-LEO-CIERRE-SIG.
           EXIT.

       CORRO-CIERRE.
           MOVE TCIE-PERIODO (W-I + 1) TO TCIE-PERIODO (W-I).
           ADD 1 TO W-I.

       ARMO-SLOTS.
           MOVE 1 TO W-S.
           PERFORM LIMPIO-SLOT UNTIL W-S > 15.
           COMPUTE W-PRIMER-SLOT = 16 - W-CANT-CIE.
           MOVE W-PRIMER-SLOT TO W-S.
           MOVE 1 TO W-I.
           PERFORM ASIGNO-SLOT UNTIL W-I > W-CANT-CIE.

      * los dos meses anteriores al primer periodo cerrado
           MOVE TSL-MES (W-PRIMER-SLOT) TO W-MES-NUM.
           SUBTRACT 1 FROM W-MES-NUM.
           COMPUTE W-S = W-PRIMER-SLOT - 1.
           PERFORM MES-A-SLOT.
           SUBTRACT 1 FROM W-MES-NUM.
           COMPUTE W-S = W-PRIMER-SLOT - 2.
           PERFORM MES-A-SLOT.

           COMPUTE W-DESDE-FECHA = TSL-PERIODO (W-S) * 100 + 1.
           COMPUTE W-HASTA-FECHA = TSL-PERIODO (15) * 100 + 31.

      * se listan los 12 mas recientes; el decimotercero, si lo hay,
      * es la base de la primera variacion
           IF W-PRIMER-SLOT < 4
               MOVE 4 TO W-DESDE-SLOT
           ELSE
               MOVE W-PRIMER-SLOT TO W-DESDE-SLOT.

       F-ARMO-SLOTS.
           EXIT.

       LIMPIO-SLOT.
           MOVE ZERO TO TSL-PERIODO (W-S).
           MOVE ZERO TO TSL-MES (W-S).
           ADD 1 TO W-S.

       ASIGNO-SLOT.
           MOVE TCIE-PERIODO (W-I) TO TSL-PERIODO (W-S).
           MOVE TCIE-PERIODO (W-I)(1:4) TO W-AAAA.
           MOVE TCIE-PERIODO (W-I)(5:2) TO W-MM.
           COMPUTE TSL-MES (W-S) = W-AAAA * 12 + W-MM - 1.
           ADD 1 TO W-S.
           ADD 1 TO W-I.

      * numero de mes corrido W-MES-NUM a periodo AAAAMM en el slot W-S
       MES-A-SLOT.
           MOVE W-MES-NUM TO TSL-MES (W-S).
           DIVIDE W-MES-NUM BY 12 GIVING W-AAAA REMAINDER W-MM.
           ADD 1 TO W-MM.
           COMPUTE TSL-PERIODO (W-S) = W-AAAA * 100 + W-MM.

      * slot del periodo W-PER, cero si no es uno de los listados
       BUSCO-SLOT.
           MOVE 1 TO W-S.
           PERFORM SIGO-SLOT
               UNTIL W-S > 15 OR TSL-PERIODO (W-S) = W-PER.
           IF W-S > 15
               MOVE ZERO TO W-S.

       SIGO-SLOT.
           ADD 1 TO W-S.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "ERROR " ST-FILE " AL ABRIR CLIENTES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT HISTCLI.
           IF ST-HCL > "07"
               STRING "ERROR " ST-HCL " AL ABRIR HISTORIA CLIENTES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT APERTURA.
           IF ST-SAP > "07"
               STRING "ERROR " ST-SAP " AL ABRIR APERTURA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               STRING "ERROR " ST-MOV " AL ABRIR MOVIMIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT HISTMOV.
           IF ST-HMV > "07"
               STRING "ERROR " ST-HMV " AL ABRIR HISTORIA MOVIMIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR " ST-AUD " AL ABRIR AUDITORIA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN INPUT GESTIONES.
           IF ST-GES > "07"
               STRING "ERROR " ST-GES " AL ABRIR GESTIONES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT PREORD.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL ABRIR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

       FINALIZAR.
           MOVE W-CANT-CIE TO W-CANT-CIE-Z.
           DISPLAY "PERIODOS CERRADOS LEIDOS : " LINE 15 COL 05
                   W-CANT-CIE-Z                  LINE 15 COL 33.
           MOVE W-CANT-REG TO W-CANT-REG-Z.
           DISPLAY "REGISTROS PROCESADOS     : " LINE 16 COL 05
                   W-CANT-REG-Z                  LINE 16 COL 33.
           STOP RUN.

      ******************************************************************
      * carga del trabajo a ordenar, una fuente por vez
      ******************************************************************
       GRABO-TRABAJO.
           WRITE REG-PREORD FROM W-REG-ORDEN.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL GRABAR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.
           ADD 1 TO W-CANT-REG.

       CARGO-CLIENTES.
           MOVE ZERO TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
               INVALID KEY GO TO F-CARGO-CLIENTES.

       CARGO-CLIENTE-SIG.
           READ CLIENTES NEXT RECORD
               AT END GO TO F-CARGO-CLIENTES.
           MOVE SPACES        TO W-REG-ORDEN.
           MOVE CLI_ID        TO WO-ID.
           MOVE "0"           TO WO-TIPO.
           MOVE ZERO          TO WO-FECHA.
           MOVE ZERO          TO WO-SLOT.
           MOVE ZERO          TO WO-IMPORTE.
           MOVE ZERO          TO WO-FECHA-2.
           MOVE CLI_CATEGORIA TO WO-CATEGORIA.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-CLIENTE-SIG.

       F-CARGO-CLIENTES.
           EXIT.

      * los depurados ya no estan en CLIENTES: su categoria sale de la
      * historia, detras de la de CLIENTES si el ID estuviera en ambos
       CARGO-HIST-CLIENTES.
           READ HISTCLI INTO REG-CLIENTES
               AT END GO TO F-CARGO-HIST-CLIENTES.
           MOVE SPACES        TO W-REG-ORDEN.
           MOVE CLI_ID        TO WO-ID.
           MOVE "0"           TO WO-TIPO.
           MOVE 1             TO WO-FECHA.
           MOVE ZERO          TO WO-SLOT.
           MOVE ZERO          TO WO-IMPORTE.
           MOVE ZERO          TO WO-FECHA-2.
           MOVE CLI_CATEGORIA TO WO-CATEGORIA.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-HIST-CLIENTES.

       F-CARGO-HIST-CLIENTES.
           EXIT.

       CARGO-APERTURA.
           MOVE ZERO TO SAP-ID-CLIENTE.
           MOVE ZERO TO SAP-PERIODO.
           START APERTURA KEY IS NOT LESS THAN SAP-CLAVE
               INVALID KEY GO TO F-CARGO-APERTURA.

       CARGO-APERTURA-SIG.
           READ APERTURA NEXT RECORD
               AT END GO TO F-CARGO-APERTURA.
           MOVE SAP-PERIODO TO W-PER.
           PERFORM BUSCO-SLOT.
           IF W-S = ZERO GO TO CARGO-APERTURA-SIG.
           MOVE SPACES         TO W-REG-ORDEN.
           MOVE SAP-ID-CLIENTE TO WO-ID.
           MOVE "1"            TO WO-TIPO.
           MOVE SAP-FECHA      TO WO-FECHA.
           MOVE W-S            TO WO-SLOT.
           MOVE SAP-SALDO      TO WO-IMPORTE.
           MOVE ZERO           TO WO-FECHA-2.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-APERTURA-SIG.

       F-CARGO-APERTURA.
           EXIT.

       CARGO-MOVIMIENTOS.
           MOVE ZERO TO MOV-ID-CLIENTE.
           MOVE ZERO TO MOV-FECHA.
           MOVE ZERO TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY GO TO F-CARGO-MOVIMIENTOS.

       CARGO-MOVIMIENTO-SIG.
           READ MOVIMIENTOS NEXT RECORD
               AT END GO TO F-CARGO-MOVIMIENTOS.
           PERFORM EMITO-MOVIMIENTO THRU F-EMITO-MOVIMIENTO.
           GO TO CARGO-MOVIMIENTO-SIG.

       F-CARGO-MOVIMIENTOS.
           EXIT.

       CARGO-HIST-MOVIMIENTOS.
           READ HISTMOV INTO REG-MOVIMIENTOS
               AT END GO TO F-CARGO-HIST-MOVIMIENTOS.
           PERFORM EMITO-MOVIMIENTO THRU F-EMITO-MOVIMIENTO.
           GO TO CARGO-HIST-MOVIMIENTOS.

       F-CARGO-HIST-MOVIMIENTOS.
           EXIT.

      * concepto del movimiento: C cargo, R recargo (prefijo de
      * RECARGO), L cuota de plan (deuda ya cargada antes, no suma a
      * lo cargado), P pago, A anulacion, J ajuste con su signo, F
      * pase a plan
       EMITO-MOVIMIENTO.
           MOVE MOV-FECHA(1:6) TO W-PER.
           PERFORM BUSCO-SLOT.
           IF W-S = ZERO
               IF MOV-TIPO NOT = "P"
                  OR MOV-FECHA < W-DESDE-FECHA
                  OR MOV-FECHA > W-HASTA-FECHA
                   GO TO F-EMITO-MOVIMIENTO.

           MOVE SPACES         TO W-REG-ORDEN.
           MOVE MOV-ID-CLIENTE TO WO-ID.
           MOVE "2"            TO WO-TIPO.
           MOVE MOV-FECHA      TO WO-FECHA.
           MOVE W-S            TO WO-SLOT.
           MOVE MOV-IMPORTE    TO WO-IMPORTE.
           MOVE ZERO           TO WO-FECHA-2.
           MOVE MOV-TIPO       TO WO-CONCEPTO.
           IF MOV-ANULADO = "S"
               MOVE "N" TO WO-VIGENTE
           ELSE
               MOVE "S" TO WO-VIGENTE.
           IF MOV-TIPO = "C"
              AND MOV-COMPROBANTE(1:W-PREF-LEN)
                  = W-PREFIJO(1:W-PREF-LEN)
               MOVE "R" TO WO-CONCEPTO.
           IF MOV-TIPO = "C" AND MOV-COMPROBANTE(1:3) = "PLN"
               MOVE "L" TO WO-CONCEPTO.
           IF MOV-TIPO = "J" AND MOV-SENTIDO NOT = "D"
               COMPUTE WO-IMPORTE = ZERO - MOV-IMPORTE.
           PERFORM GRABO-TRABAJO.

       F-EMITO-MOVIMIENTO.
           EXIT.

       CARGO-AUDITORIA.
           READ AUDITORIA
               AT END GO TO F-CARGO-AUDITORIA.
           EVALUATE AUD-OPERACION
               WHEN "ALTA" MOVE "A" TO WO-CONCEPTO
               WHEN "BAJA" MOVE "B" TO WO-CONCEPTO
               WHEN "ARCH" MOVE "D" TO WO-CONCEPTO
               WHEN OTHER  GO TO CARGO-AUDITORIA
           END-EVALUATE.
           MOVE AUD-FECHA(1:6) TO W-PER.
           PERFORM BUSCO-SLOT.
           IF W-S = ZERO GO TO CARGO-AUDITORIA.
           MOVE AUD-ID-CLIENTE TO WO-ID.
           MOVE "3"            TO WO-TIPO.
           MOVE AUD-FECHA      TO WO-FECHA.
           MOVE W-S            TO WO-SLOT.
           MOVE "S"            TO WO-VIGENTE.
           MOVE ZERO           TO WO-IMPORTE.
           MOVE SPACE          TO WO-CATEGORIA.
           MOVE ZERO           TO WO-FECHA-2.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-AUDITORIA.

       F-CARGO-AUDITORIA.
           EXIT.

      * promesas de pago que vencian dentro de cada periodo
       CARGO-GESTIONES.
           MOVE ZERO TO GES-ID-CLIENTE.
           MOVE ZERO TO GES-FECHA.
           MOVE ZERO TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY GO TO F-CARGO-GESTIONES.

       CARGO-GESTION-SIG.
           READ GESTIONES NEXT RECORD
               AT END GO TO F-CARGO-GESTIONES.
           IF GES-RESULTADO NOT = "PP" GO TO CARGO-GESTION-SIG.
           MOVE GES-PROM-FECHA(1:6) TO W-PER.
           PERFORM BUSCO-SLOT.
           IF W-S = ZERO GO TO CARGO-GESTION-SIG.
           MOVE SPACES         TO W-REG-ORDEN.
           MOVE GES-ID-CLIENTE TO WO-ID.
           MOVE "4"            TO WO-TIPO.
           MOVE GES-FECHA      TO WO-FECHA.
           MOVE W-S            TO WO-SLOT.
           MOVE ZERO           TO WO-IMPORTE.
           MOVE GES-PROM-FECHA TO WO-FECHA-2.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-GESTION-SIG.

       F-CARGO-GESTIONES.
           EXIT.

      ******************************************************************
      * acumulacion del ordenado, cliente por cliente
      ******************************************************************
       ACUMULO-ORDENADO.
           OPEN INPUT ORDENADO.
           IF ST-ORD > "07"
               STRING "ERROR " ST-ORD " AL ABRIR ORDENADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 14 COL 05
               MOVE "S" TO FIN
               GO TO F-ACUMULO-ORDENADO.

           MOVE ZERO TO W-ID-ACTUAL.
           MOVE "S" TO HAY-REG.
           PERFORM ACUMULO-REGISTRO THRU F-ACUMULO-REGISTRO
               UNTIL HAY-REG = "N".
           IF W-ID-ACTUAL NOT = ZERO
               PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE.
           CLOSE ORDENADO.

       F-ACUMULO-ORDENADO.
           EXIT.

       ACUMULO-REGISTRO.
           READ ORDENADO INTO W-REG-ORDEN
               AT END MOVE "N" TO HAY-REG.
           IF HAY-REG = "N" GO TO F-ACUMULO-REGISTRO.

           IF WO-ID NOT = W-ID-ACTUAL
               IF W-ID-ACTUAL NOT = ZERO
                   PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
               END-IF
               PERFORM NUEVO-CLIENTE
           END-IF.

      * la primera categoria del cliente es la que vale; sin ninguna
      * va a la categoria "-"
           IF WO-TIPO = "0"
               IF W-CI = ZERO
                   MOVE WO-CATEGORIA TO W-CAT-CLI
                   IF W-CAT-CLI = SPACE
                       MOVE "-" TO W-CAT-CLI
                   END-IF
                   PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA
               END-IF
               GO TO F-ACUMULO-REGISTRO.
           IF W-CI = ZERO
               PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA.

           MOVE WO-SLOT TO W-S.
           MOVE W-CI TO W-C.
           PERFORM SUMO-REGISTRO THRU F-SUMO-REGISTRO.
           MOVE 1 TO W-C.
           PERFORM SUMO-REGISTRO THRU F-SUMO-REGISTRO.

      * datos propios del cliente, una sola vez
           IF WO-TIPO = "1"
               MOVE "S"        TO TCL-HAY-SALDO (W-S)
               MOVE WO-IMPORTE TO TCL-SALDO (W-S).
           IF WO-TIPO = "2" AND W-S NOT = ZERO AND WO-VIGENTE = "S"
              AND (WO-CONCEPTO = "C" OR "R" OR "L")
               ADD WO-IMPORTE TO TCL-CARGOS (W-S).
           IF WO-TIPO = "2" AND WO-CONCEPTO = "P" AND WO-VIGENTE = "S"
              AND W-PAG-USADOS < 500
               ADD 1 TO W-PAG-USADOS
               MOVE WO-FECHA TO TPAG-FECHA (W-PAG-USADOS).

       F-ACUMULO-REGISTRO.
           EXIT.

       NUEVO-CLIENTE.
           MOVE WO-ID TO W-ID-ACTUAL.
           MOVE "-"   TO W-CAT-CLI.
           MOVE ZERO  TO W-CI.
           MOVE ZERO  TO W-PAG-USADOS.
           MOVE 1 TO W-S.
           PERFORM LIMPIO-CLIENTE UNTIL W-S > 15.

       LIMPIO-CLIENTE.
           MOVE "N"  TO TCL-HAY-SALDO (W-S).
           MOVE ZERO TO TCL-SALDO (W-S).
           MOVE ZERO TO TCL-CARGOS (W-S).
           ADD 1 TO W-S.

      * suma el registro leido en la categoria W-C
       SUMO-REGISTRO.
           IF W-S = ZERO GO TO F-SUMO-REGISTRO.
           EVALUATE WO-TIPO
               WHEN "1"
                   IF WO-IMPORTE > ZERO
                       ADD WO-IMPORTE TO TI-CARTERA (W-C, W-S)
                   END-IF
               WHEN "2"
                   EVALUATE WO-CONCEPTO
                       WHEN "C" ADD WO-IMPORTE TO TI-CARGADO (W-C, W-S)
                       WHEN "R"
                           ADD WO-IMPORTE TO TI-RECARGADO (W-C, W-S)
                       WHEN "P" ADD WO-IMPORTE TO TI-COBRADO (W-C, W-S)
                       WHEN "A" ADD WO-IMPORTE TO TI-ANULADO (W-C, W-S)
                       WHEN "J"
                           ADD WO-IMPORTE TO TI-AJUSTADO (W-C, W-S)
                   END-EVALUATE
               WHEN "3"
                   EVALUATE WO-CONCEPTO
                       WHEN "A" ADD 1 TO TI-ALTAS (W-C, W-S)
                       WHEN "B" ADD 1 TO TI-BAJAS (W-C, W-S)
                       WHEN "D" ADD 1 TO TI-DEPUR (W-C, W-S)
                   END-EVALUATE
               WHEN "4"
                   ADD 1 TO TI-PROM (W-C, W-S)
                   PERFORM EVALUO-PROMESA
                   IF W-CUMPLIDA = "S"
                       ADD 1 TO TI-PROM-OK (W-C, W-S)
                   END-IF
           END-EVALUATE.

       F-SUMO-REGISTRO.
           EXIT.

      * cumplida: un pago vigente entre la fecha de la gestion y la
      * fecha prometida. Los pagos del cliente ya se leyeron (tipo 2
      * ordena antes que el 4).
       EVALUO-PROMESA.
           MOVE "N" TO W-CUMPLIDA.
           MOVE 1 TO W-J.
           PERFORM SIGO-PAGO
               UNTIL W-J > W-PAG-USADOS
                  OR (TPAG-FECHA (W-J) >= WO-FECHA
                      AND TPAG-FECHA (W-J) <= WO-FECHA-2).
           IF W-J NOT > W-PAG-USADOS
               MOVE "S" TO W-CUMPLIDA.

       SIGO-PAGO.
           ADD 1 TO W-J.

      * deuda de mas de 90 dias: el saldo al cierre del periodo supera
      * lo cargado al cliente en ese mes y los dos anteriores, o sea
      * que una parte de la deuda viene de antes (primero se cancela
      * lo mas viejo)
       CIERRO-CLIENTE.
           IF W-CI = ZERO GO TO F-CIERRO-CLIENTE.
           MOVE 3 TO W-S.
           PERFORM EVALUO-DEUDA-90 UNTIL W-S > 15.

       F-CIERRO-CLIENTE.
           EXIT.

       EVALUO-DEUDA-90.
           IF TCL-HAY-SALDO (W-S) = "S" AND TCL-SALDO (W-S) > ZERO
               MOVE ZERO TO W-SUMA-CARGOS
               COMPUTE W-MES-DESDE = TSL-MES (W-S) - 2
               MOVE 1 TO W-T
               PERFORM SUMO-CARGOS-90 UNTIL W-T > 15
               IF TCL-SALDO (W-S) > W-SUMA-CARGOS
                   ADD 1 TO TI-DEUD90 (W-CI, W-S)
                   ADD 1 TO TI-DEUD90 (1, W-S)
               END-IF
           END-IF.
           ADD 1 TO W-S.

       SUMO-CARGOS-90.
           IF TSL-PERIODO (W-T) NOT = ZERO
              AND TSL-MES (W-T) >= W-MES-DESDE
              AND TSL-MES (W-T) <= TSL-MES (W-S)
               ADD TCL-CARGOS (W-T) TO W-SUMA-CARGOS.
           ADD 1 TO W-T.

      * indice de la categoria W-CAT-CLI en la tabla, agregandola si
      * es nueva; si la tabla se llena los restantes van al total
       BUSCO-CATEGORIA.
           MOVE 2 TO W-CI.
           PERFORM SIGO-CATEGORIA
               UNTIL W-CI > W-CAT-USADAS
                  OR TCAT-CODIGO (W-CI) = W-CAT-CLI.
           IF W-CI NOT > W-CAT-USADAS GO TO F-BUSCO-CATEGORIA.
           IF W-CAT-USADAS >= 60
               MOVE 1 TO W-CI
               GO TO F-BUSCO-CATEGORIA.
           ADD 1 TO W-CAT-USADAS.
           MOVE W-CAT-USADAS TO W-CI.
           MOVE W-CAT-CLI TO TCAT-CODIGO (W-CI).
           PERFORM LIMPIO-CATEGORIA.

       F-BUSCO-CATEGORIA.
           EXIT.

       SIGO-CATEGORIA.
           ADD 1 TO W-CI.

      * pone en cero la categoria W-CI
       LIMPIO-CATEGORIA.
           MOVE "N" TO TCAT-LISTADA (W-CI).
           MOVE 1 TO W-K.
           PERFORM LIMPIO-CAT-PERIODO UNTIL W-K > 15.

       LIMPIO-CAT-PERIODO.
           MOVE ZERO TO TI-CARTERA (W-CI, W-K).
           MOVE ZERO TO TI-CARGADO (W-CI, W-K).
           MOVE ZERO TO TI-COBRADO (W-CI, W-K).
           MOVE ZERO TO TI-RECARGADO (W-CI, W-K).
           MOVE ZERO TO TI-ANULADO (W-CI, W-K).
           MOVE ZERO TO TI-AJUSTADO (W-CI, W-K).
           MOVE ZERO TO TI-DEUD90 (W-CI, W-K).
           MOVE ZERO TO TI-ALTAS (W-CI, W-K).
           MOVE ZERO TO TI-BAJAS (W-CI, W-K).
           MOVE ZERO TO TI-DEPUR (W-CI, W-K).
           MOVE ZERO TO TI-PROM (W-CI, W-K).
           MOVE ZERO TO TI-PROM-OK (W-CI, W-K).
           ADD 1 TO W-K.

      ******************************************************************
      * indicadores de la categoria W-C en el periodo W-S, en W-VEC.
      *   COBRANZA %   = cobrado / (cartera del periodo anterior +
      *                  cargado + recargos) x 100
      *   DIAS DE CALLE = cartera / (cargado + recargos) x 30
      *   PROMESAS %   = promesas cumplidas / promesas que vencian
      *                  en el periodo x 100
      ******************************************************************
       ARMO-VECTOR.
           MOVE TI-CARTERA (W-C, W-S)   TO W-IND (1).
           MOVE TI-CARGADO (W-C, W-S)   TO W-IND (2).
           MOVE TI-COBRADO (W-C, W-S)   TO W-IND (3).
           MOVE TI-RECARGADO (W-C, W-S) TO W-IND (4).
           MOVE TI-ANULADO (W-C, W-S)   TO W-IND (5).
           MOVE TI-AJUSTADO (W-C, W-S)  TO W-IND (6).
           MOVE TI-DEUD90 (W-C, W-S)    TO W-IND (9).
           MOVE TI-ALTAS (W-C, W-S)     TO W-IND (10).
           MOVE TI-BAJAS (W-C, W-S)     TO W-IND (11).
           MOVE TI-DEPUR (W-C, W-S)     TO W-IND (12).

           MOVE ZERO TO W-IND (7).
           COMPUTE W-DEN = TI-CARGADO (W-C, W-S)
                         + TI-RECARGADO (W-C, W-S).
           IF W-S > 1
               ADD TI-CARTERA (W-C, W-S - 1) TO W-DEN.
           IF W-DEN > ZERO
               COMPUTE W-IND (7) ROUNDED =
                   TI-COBRADO (W-C, W-S) * 100 / W-DEN
                   ON SIZE ERROR MOVE ZERO TO W-IND (7)
               END-COMPUTE.

           MOVE ZERO TO W-IND (8).
           COMPUTE W-DEN = TI-CARGADO (W-C, W-S)
                         + TI-RECARGADO (W-C, W-S).
           IF W-DEN > ZERO
               COMPUTE W-IND (8) ROUNDED =
                   TI-CARTERA (W-C, W-S) * 30 / W-DEN
                   ON SIZE ERROR MOVE ZERO TO W-IND (8)
               END-COMPUTE.

           MOVE ZERO TO W-IND (13).
           IF TI-PROM (W-C, W-S) > ZERO
               COMPUTE W-IND (13) ROUNDED =
                   TI-PROM-OK (W-C, W-S) * 100 / TI-PROM (W-C, W-S).

      ******************************************************************
      * salida: listado y exportacion, el total primero y despues las
      * categorias por codigo
      ******************************************************************
       IMPRIMO-INDICADORES.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               GO TO F-IMPRIMO-INDICADORES.
           OPEN OUTPUT EXPORTA.
           IF ST-EXP > "07"
               STRING "ERROR " ST-EXP " AL ABRIR EXPORTACION "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               CLOSE REPORTE
               GO TO F-IMPRIMO-INDICADORES.
           OPEN INPUT CATEGORIAS.

           PERFORM ESCRIBO-TITULOS-EXP.
           MOVE 1 TO W-C.
           PERFORM LISTO-CATEGORIA THRU F-LISTO-CATEGORIA.
           PERFORM ELIJO-CATEGORIA.
           PERFORM LISTO-CATEGORIA THRU F-LISTO-CATEGORIA
               UNTIL W-C = ZERO.

           CLOSE CATEGORIAS.
           CLOSE REPORTE.
           CLOSE EXPORTA.

       F-IMPRIMO-INDICADORES.
           EXIT.

      * la categoria de codigo mas bajo todavia no listada, en W-C
      * (cero si no queda ninguna)
       ELIJO-CATEGORIA.
           MOVE ZERO TO W-C.
           MOVE 2 TO W-I.
           PERFORM COMPARO-CATEGORIA UNTIL W-I > W-CAT-USADAS.

       COMPARO-CATEGORIA.
           IF TCAT-LISTADA (W-I) = "N"
               IF W-C = ZERO
                   MOVE W-I TO W-C
               ELSE
                   IF TCAT-CODIGO (W-I) < TCAT-CODIGO (W-C)
                       MOVE W-I TO W-C.
           ADD 1 TO W-I.

       LISTO-CATEGORIA.
           MOVE "S" TO TCAT-LISTADA (W-C).
           PERFORM IMPRIMO-ENCABEZADO THRU F-IMPRIMO-ENCABEZADO.

           MOVE LINEA-ENCAB-A TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE W-DESDE-SLOT TO W-S.
           PERFORM LINEA-IMPORTES THRU F-LINEA-IMPORTES
               UNTIL W-S > 15.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCAB-B TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE W-DESDE-SLOT TO W-S.
           PERFORM LINEA-INDICES THRU F-LINEA-INDICES
               UNTIL W-S > 15.

           PERFORM IMPRIMO-PIE.

           MOVE W-DESDE-SLOT TO W-S.
           PERFORM EXPORTO-PERIODO THRU F-EXPORTO-PERIODO
               UNTIL W-S > 15.

           IF W-C NOT = 1
               PERFORM ELIJO-CATEGORIA.

       F-LISTO-CATEGORIA.
           EXIT.

      * deja en W-VEC-ACT el periodo W-S y en W-VEC-ANT el anterior,
      * si el anterior es un periodo cerrado
       ARMO-ACTUAL-ANTERIOR.
           MOVE "N" TO W-HAY-ANT.
           IF W-S > W-PRIMER-SLOT
               MOVE "S" TO W-HAY-ANT
               SUBTRACT 1 FROM W-S
               PERFORM ARMO-VECTOR
               MOVE W-VEC TO W-VEC-ANT
               ADD 1 TO W-S.
           PERFORM ARMO-VECTOR.
           MOVE W-VEC TO W-VEC-ACT.

       LINEA-IMPORTES.
           PERFORM ARMO-ACTUAL-ANTERIOR.
           PERFORM EDITO-PERIODO.
           MOVE SPACES TO LINEA-A.
           MOVE W-PER-EDIT TO LA-PERIODO.
           MOVE W-ACT (1) TO LA-CARTERA.
           MOVE W-ACT (2) TO LA-CARGADO.
           MOVE W-ACT (3) TO LA-COBRADO.
           MOVE W-ACT (4) TO LA-RECARGADO.
           MOVE W-ACT (5) TO LA-ANULADO.
           MOVE W-ACT (6) TO LA-AJUSTADO.
           MOVE SPACES TO LA-VAR-X.
           IF W-HAY-ANT = "S" AND W-ANT (1) NOT = ZERO
               MOVE "N" TO W-DESBORDE
               COMPUTE W-VAR-PCT ROUNDED =
                   (W-ACT (1) - W-ANT (1)) * 100 / W-ANT (1)
                   ON SIZE ERROR MOVE "S" TO W-DESBORDE
               END-COMPUTE
               IF W-DESBORDE = "N"
                   MOVE W-VAR-PCT TO LA-VAR
               END-IF
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-A.
           ADD 1 TO W-S.

       F-LINEA-IMPORTES.
           EXIT.

       LINEA-INDICES.
           PERFORM ARMO-ACTUAL-ANTERIOR.
           PERFORM EDITO-PERIODO.
           MOVE SPACES TO LINEA-B.
           MOVE W-PER-EDIT TO LB-PERIODO.
           MOVE W-ACT (7)  TO LB-COBR.
           MOVE W-ACT (8)  TO LB-DSO.
           MOVE W-ACT (9)  TO LB-D90.
           MOVE W-ACT (10) TO LB-ALTAS.
           MOVE W-ACT (11) TO LB-BAJAS.
           MOVE W-ACT (12) TO LB-DEPUR.
           MOVE W-ACT (13) TO LB-PROM.
           MOVE SPACES TO LB-VAR-COBR-X.
           MOVE SPACES TO LB-VAR-DSO-X.
           MOVE SPACES TO LB-VAR-D90-X.
           MOVE SPACES TO LB-VAR-PROM-X.
           IF W-HAY-ANT = "S"
               COMPUTE W-VAR = W-ACT (7) - W-ANT (7)
               MOVE W-VAR TO LB-VAR-COBR
               COMPUTE W-VAR = W-ACT (8) - W-ANT (8)
               MOVE W-VAR TO LB-VAR-DSO
               COMPUTE W-VAR = W-ACT (9) - W-ANT (9)
               MOVE W-VAR TO LB-VAR-D90
               COMPUTE W-VAR = W-ACT (13) - W-ANT (13)
               MOVE W-VAR TO LB-VAR-PROM.
           WRITE LINEA-REPORTE FROM LINEA-B.
           ADD 1 TO W-S.

       F-LINEA-INDICES.
           EXIT.

       EDITO-PERIODO.
           MOVE SPACES TO W-PER-EDIT.
           STRING TSL-PERIODO (W-S)(1:4) "/" TSL-PERIODO (W-S)(5:2)
               DELIMITED BY SIZE INTO W-PER-EDIT.

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
           STRING "INDICADORES DE GESTION - ULTIMOS PERIODOS CERRADOS"
                  "      PAGINA: " W-PAGINA-Z
               DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           IF W-C = 1
               MOVE "TOTAL GENERAL" TO LINEA-REPORTE
           ELSE
               MOVE SPACES TO W-CAT-DESC
               MOVE TCAT-CODIGO (W-C) TO CAT_CODIGO
               READ CATEGORIAS
                   INVALID KEY MOVE SPACES TO CAT_DESCRIPCION
               END-READ
               IF ST-CAT < "10"
                   MOVE CAT_DESCRIPCION TO W-CAT-DESC
               END-IF
               IF TCAT-CODIGO (W-C) = "-"
                   MOVE "SIN CATEGORIA CONOCIDA" TO W-CAT-DESC
               END-IF
               STRING "CATEGORIA " TCAT-CODIGO (W-C) " - " W-CAT-DESC
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "IMPORTES EN PESOS SIN DECIMALES" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-IMPRIMO-ENCABEZADO.
           EXIT.

       IMPRIMO-PIE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CARTERA : SALDOS DEUDORES DE APERTURA AL CIERRE DEL PER
      -         "IODO     VAR: CONTRA EL PERIODO ANTERIOR"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "COBR %  : COBRADO / (CARTERA ANTERIOR + CARGADO + RECAR
      -         "GOS)    DSO: CARTERA / (CARGADO + RECARGOS) X 30"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "+90 D   : CLIENTES CON SALDO MAYOR A LO CARGADO EN EL M
      -         "ES Y LOS DOS ANTERIORES"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PROM %  : PROMESAS QUE VENCIAN EN EL PERIODO PAGADAS HA
      -         "STA LA FECHA PROMETIDA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * archivo delimitado: una linea por categoria y periodo, cada
      * indicador seguido de su variacion contra el periodo anterior
      ******************************************************************
       ESCRIBO-TITULOS-EXP.
           MOVE SPACES TO LINEA-EXP.
           MOVE 1 TO W-PUNT.
           STRING "PERIODO;CATEGORIA;" DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           MOVE 1 TO W-K.
           PERFORM TITULO-EXP UNTIL W-K > 13.
           SUBTRACT 1 FROM W-PUNT.
           MOVE SPACE TO LINEA-EXP(W-PUNT:1).
           WRITE LINEA-EXP.

       TITULO-EXP.
           MOVE TITULO-IND (W-K) TO W-CAMPO.
           PERFORM AGREGO-CAMPO.
           MOVE SPACES TO W-CAMPO.
           STRING "VAR " TITULO-IND (W-K) DELIMITED BY SIZE
               INTO W-CAMPO.
           PERFORM AGREGO-CAMPO.
           ADD 1 TO W-K.

       EXPORTO-PERIODO.
           PERFORM ARMO-ACTUAL-ANTERIOR.
           MOVE SPACES TO LINEA-EXP.
           MOVE 1 TO W-PUNT.
           STRING TSL-PERIODO (W-S) ";" DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           IF W-C = 1
               MOVE "TOTAL" TO W-CAMPO
           ELSE
               MOVE TCAT-CODIGO (W-C) TO W-CAMPO.
           PERFORM AGREGO-CAMPO.
           MOVE 1 TO W-K.
           PERFORM VALOR-EXP UNTIL W-K > 13.
      * sin ";" despues del ultimo campo
           SUBTRACT 1 FROM W-PUNT.
           MOVE SPACE TO LINEA-EXP(W-PUNT:1).
           WRITE LINEA-EXP.
           IF ST-EXP > "07"
               STRING "ERROR " ST-EXP " AL GRABAR EXPORTACION "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05.
           ADD 1 TO W-S.

       F-EXPORTO-PERIODO.
           EXIT.

       VALOR-EXP.
           MOVE W-ACT (W-K) TO W-VAR.
           PERFORM AGREGO-VALOR.
           IF W-HAY-ANT = "S"
               COMPUTE W-VAR = W-ACT (W-K) - W-ANT (W-K)
               PERFORM AGREGO-VALOR
           ELSE
               STRING ";" DELIMITED BY SIZE
                   INTO LINEA-EXP WITH POINTER W-PUNT.
           ADD 1 TO W-K.

      * W-VAR editado segun el tipo del indicador W-K, mas el ";"
       AGREGO-VALOR.
           EVALUATE TAB-TIPO-IND(W-K:1)
               WHEN "I"
                   MOVE W-VAR TO W-IMP-EXP
                   STRING W-IMP-EXP ";" DELIMITED BY SIZE
                       INTO LINEA-EXP WITH POINTER W-PUNT
               WHEN "P"
                   MOVE W-VAR TO W-PCT-EXP
                   STRING W-PCT-EXP ";" DELIMITED BY SIZE
                       INTO LINEA-EXP WITH POINTER W-PUNT
               WHEN OTHER
                   MOVE W-VAR TO W-CANT-EXP
                   STRING W-CANT-EXP ";" DELIMITED BY SIZE
                       INTO LINEA-EXP WITH POINTER W-PUNT
           END-EVALUATE.

      * agrega un campo recortado a la derecha mas el ";" separador,
      * como en EXPCLI
       AGREGO-CAMPO.
           MOVE 40 TO W-LARGO.
           PERFORM RECORTO-CAMPO
               UNTIL W-LARGO = 0
                  OR W-CAMPO(W-LARGO:1) NOT = SPACE.
           IF W-LARGO = 0
               STRING ";" DELIMITED BY SIZE
                   INTO LINEA-EXP WITH POINTER W-PUNT
           ELSE
               STRING W-CAMPO(1:W-LARGO) ";" DELIMITED BY SIZE
                   INTO LINEA-EXP WITH POINTER W-PUNT.

       RECORTO-CAMPO.
           SUBTRACT 1 FROM W-LARGO.

       END PROGRAM "INDICA".
