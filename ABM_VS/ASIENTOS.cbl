      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Exportacion de asientos contables - para una fecha o
      *          un rango de fechas resume MOVIMIENTOS (y su historia)
      *          en asientos balanceados por fecha, cuenta contable y
      *          categoria de cliente, segun las cuentas al debe y al
      *          haber de cada concepto en el maestro CUENTAS. Sale
      *          como archivo delimitado con ";" para el sistema
      *          contable (asientos.dat) y un listado de control
      *          (asientos.lst) con los totales del debe y del haber,
      *          que deben coincidir. Cada fecha exportada queda
      *          marcada en ASICTL y no se vuelve a mandar salvo que
      *          un supervisor la reabra en CTAMANT. Los movimientos
      *          grabados con una fecha ya exportada despues de su
      *          exportacion, y las anulaciones de movimientos de una
      *          fecha ya exportada, salen como asientos de ajuste en
      *          la exportacion siguiente sin tocar lo ya mandado; las
      *          anulaciones con su propio tipo, porque sobreviven a
      *          una reapertura de la fecha anulada. Si
      *          falta la cuenta de algun concepto o los totales no
      *          balancean no se marca ninguna fecha y el archivo de
      *          exportacion queda vacio.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "ASIENTOS".

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

           COPY SELCTA.

           COPY SELASC.

           COPY SELPAR.

           SELECT OPTIONAL HISTMOV
                  ASSIGN TO "d:\data\movimientos-hist.dat"
                  FILE STATUS ST-HMV.

           SELECT OPTIONAL HISTCLI
                  ASSIGN TO "d:\data\clientes-hist.dat"
                  FILE STATUS ST-HCL.

           SELECT PREORD ASSIGN TO "d:\data\asientos.tmp"
                  FILE STATUS ST-PRE.

           SELECT ORDENADO ASSIGN TO "d:\data\asientos.ord"
                  FILE STATUS ST-ORD.

           SELECT ORDENA ASSIGN TO "d:\data\asientos.srt".

           SELECT PRELIN ASSIGN TO "d:\data\asilin.tmp"
                  FILE STATUS ST-PRL.

           SELECT LINORD ASSIGN TO "d:\data\asilin.ord"
                  FILE STATUS ST-LOR.

           SELECT ORDLIN ASSIGN TO "d:\data\asilin.srt".

           SELECT OPTIONAL EXPORTA ASSIGN TO "d:\data\asientos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-EXP.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\asientos.lst"
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

       FD  CUENTAS.
           COPY REGCTA.

       FD  ASICTL.
           COPY REGASC.

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
       01  REG-PREORD          PIC X(62).

       FD  ORDENADO.
       01  REG-ORDENADO        PIC X(62).

       SD  ORDENA.
       01  REG-ORDEN.
           03  ORD-ID          PIC 9(7).
           03  ORD-TIPO        PIC X.
           03  FILLER          PIC X(54).

       FD  PRELIN.
       01  REG-PRELIN          PIC X(43).

       FD  LINORD.
       01  REG-LINORD          PIC X(43).

       SD  ORDLIN.
       01  REG-ORDLIN.
           03  OL-FECHA        PIC 9(8).
           03  OL-CLASE        PIC X.
           03  OL-REF          PIC 9(8).
           03  OL-CUENTA       PIC X(12).
           03  OL-CATEGORIA    PIC X.
           03  FILLER          PIC X(13).

      * una linea por renglon, separada por ";": ASIENTO;FECHA;TIPO;
      * FECHA REF;CUENTA;CATEGORIA;DEBE;HABER. TIPO "N" asiento normal
      * de la fecha (sin FECHA REF); "A" ajuste por movimientos
      * grabados con FECHA REF despues de exportarla, se reemplaza si
      * esa fecha se reabre; "X" anulaciones de movimientos de FECHA
      * REF ya exportada, se conservan aunque esa fecha se reabra
       FD  EXPORTA.
       01  LINEA-EXP           PIC X(120).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-CTA              PIC XX.
       01  ST-ASC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-HMV              PIC XX.
       01  ST-HCL              PIC XX.
       01  ST-PRE              PIC XX.
       01  ST-ORD              PIC XX.
       01  ST-PRL              PIC XX.
       01  ST-LOR              PIC XX.
       01  ST-EXP              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-REG             PIC X.
       01  EXISTE              PIC X.
       01  GUIONES             PIC X(100) VALUES ALL "-".

       01  W-EMPRESA           PIC X(40) VALUE SPACES.
      * prefijo de los comprobantes de recargo: el mismo parametro
      * REC-PREFIJO que usa RECARGO, "REC" por defecto
       01  W-PREFIJO           PIC X(6) VALUE "REC".
       01  W-PREF-LEN          PIC 9(2).
       01  EXISTE-PAR          PIC X.

      * momento de la corrida: lo grabado desde aqui en adelante queda
      * para la exportacion siguiente
       01  W-FECHA-HOY         PIC 9(8).
       01  W-HORA-LARGA        PIC X(20).
       01  W-HORA-HOY          PIC 9(6).
       01  W-SELLO-CORRIDA     PIC 9(14).
       01  W-SELLO-MOV         PIC 9(14).

       01  W-DESDE             PIC 9(8).
       01  W-HASTA             PIC 9(8).
       01  W-DESDE-DIA         PIC 9(7).
       01  W-HASTA-DIA         PIC 9(7).
       01  W-FECHA-OK          PIC X.

      * fecha de trabajo para validar, numerar y avanzar dias
       01  W-FEC               PIC 9(8).
       01  FILLER REDEFINES W-FEC.
           03 W-FEC-AAAA       PIC 9(4).
           03 W-FEC-MM         PIC 9(2).
           03 W-FEC-DD         PIC 9(2).
       01  W-FEC-EDIT          PIC X(10).
       01  W-DIA-NUM           PIC 9(7).
       01  W-ANIO-ANT          PIC 9(4).
       01  W-COC               PIC 9(4).
       01  W-RESTO-4           PIC 9(3).
       01  W-RESTO-100         PIC 9(3).
       01  W-RESTO-400         PIC 9(3).
       01  W-BISIESTO          PIC X.
       01  W-DIAS-MES          PIC 9(2).
       01  TAB-MESES-X         PIC X(24)
                               VALUE "312831303130313130313031".
       01  FILLER REDEFINES TAB-MESES-X.
           03 TAB-DIAS-MES     PIC 9(2) OCCURS 12.
       01  TAB-ACUM-X          PIC X(36)
                    VALUE "000031059090120151181212243273304334".
       01  FILLER REDEFINES TAB-ACUM-X.
           03 TAB-ACUM-MES     PIC 9(3) OCCURS 12.

      * fechas del rango, una por dia, con lo que se exporta de cada
      * una para su registro de control
       01  W-CANT-DIAS         PIC 9(3) VALUE ZERO.
       01  TAB-DIAS.
           03  TAB-DIA OCCURS 366.
               05 TD-FECHA     PIC 9(8).
               05 TD-CANT      PIC 9(7).
               05 TD-IMPORTE   PIC 9(11)V9(3).
       01  W-D                 PIC 9(3).

      * fechas ya exportadas el mismo dia de su movimiento: solo en
      * esas pudo grabarse algo despues de la exportacion
       01  W-CANT-TARDE        PIC 9(3) VALUE ZERO.
       01  TAB-TARDES.
           03  TAB-TARDE OCCURS 100.
               05 TT-FECHA     PIC 9(8).
               05 TT-CORTE     PIC 9(14).
               05 TT-CANT      PIC 9(7).
               05 TT-IMPORTE   PIC 9(11)V9(3).
       01  W-T                 PIC 9(3).
       01  W-TARDE-LLENA       PIC X VALUE "N".
       01  W-ES-TARDE          PIC X.

      * cuentas por concepto, del maestro CUENTAS
       01  W-CANT-CTA          PIC 9(2) VALUE ZERO.
       01  TAB-CONCEPTOS.
           03  TAB-CTA OCCURS 30.
               05 TC-CONCEPTO  PIC X(8).
               05 TC-DESCRIP   PIC X(30).
               05 TC-DEBE      PIC X(12).
               05 TC-HABER     PIC X(12).
               05 TC-CANT      PIC 9(7).
               05 TC-IMPORTE   PIC 9(11)V9(3).
       01  W-C                 PIC 9(2).
       01  W-CONCEPTO          PIC X(8).

      * conceptos con movimientos y sin cuenta contable cargada
       01  W-CANT-FALTA        PIC 9(2) VALUE ZERO.
       01  TAB-FALTANTES.
           03  TAB-FALTA OCCURS 20.
               05 TF-CONCEPTO  PIC X(8).
               05 TF-CANT      PIC 9(7).
       01  W-F                 PIC 9(2).

       01  W-YA-EXPORTADAS     PIC 9(3) VALUE ZERO.
       01  W-ERRORES           PIC 9(5) VALUE ZERO.
       01  W-LIN               PIC 9(2).

      * registro de trabajo del primer SORT, por cliente y tipo: 0
      * categoria de CLIENTES, 1 categoria de la historia de DEPURA,
      * 2 movimiento a exportar con sus dos cuentas. WO-CLASE "N"
      * asiento normal de la fecha, "A" asiento de ajuste de la fecha
      * WO-REF ya exportada, "X" anulaciones de movimientos de WO-REF
       01  W-REG-ORDEN.
           03  WO-ID           PIC 9(7).
           03  WO-TIPO         PIC X.
           03  WO-CATEGORIA    PIC X.
           03  WO-CLASE        PIC X.
           03  WO-FECHA        PIC 9(8).
           03  WO-REF          PIC 9(8).
           03  WO-DEBE         PIC X(12).
           03  WO-HABER        PIC X(12).
           03  WO-IMPORTE      PIC 9(9)V9(3).

      * renglon del segundo SORT: una imputacion al debe o al haber
       01  W-REG-LINEA.
           03  WL-FECHA        PIC 9(8).
           03  WL-CLASE        PIC X.
           03  WL-REF          PIC 9(8).
           03  WL-CUENTA       PIC X(12).
           03  WL-CATEGORIA    PIC X.
           03  WL-SENTIDO      PIC X.
           03  WL-IMPORTE      PIC 9(9)V9(3).

       01  W-ID-ACTUAL         PIC 9(7).
       01  W-CAT-CLI           PIC X.
       01  W-CAT-TOMADA        PIC X.

      * cortes de control de la emision: asiento = fecha + clase +
      * fecha de referencia, renglon = cuenta + categoria
       01  W-CLAVE-ASI.
           03  WCA-FECHA       PIC 9(8).
           03  WCA-CLASE       PIC X.
           03  WCA-REF         PIC 9(8).
       01  W-CLAVE-LIN.
           03  WCL-FECHA       PIC 9(8).
           03  WCL-CLASE       PIC X.
           03  WCL-REF         PIC 9(8).
       01  W-CLAVE-REN.
           03  WCR-CUENTA      PIC X(12).
           03  WCR-CATEGORIA   PIC X.
       01  W-CLAVE-REN-LIN.
           03  WCRL-CUENTA     PIC X(12).
           03  WCRL-CATEGORIA  PIC X.
       01  W-HAY-ASIENTO       PIC X.
       01  W-HAY-RENGLON       PIC X.
       01  W-FIN-LIN           PIC X.

       01  W-NRO-ASIENTO       PIC 9(6) VALUE ZERO.
       01  W-REN-DEBE          PIC 9(11)V9(3).
       01  W-REN-HABER         PIC 9(11)V9(3).
       01  W-ASI-DEBE          PIC 9(11)V9(3).
       01  W-ASI-HABER         PIC 9(11)V9(3).
       01  W-TOT-DEBE          PIC 9(13)V9(3) VALUE ZERO.
       01  W-TOT-HABER         PIC 9(13)V9(3) VALUE ZERO.
       01  W-ASI-DESBAL        PIC 9(6) VALUE ZERO.

       01  W-CANT-NORMAL       PIC 9(7) VALUE ZERO.
       01  W-CANT-AJUSTE       PIC 9(7) VALUE ZERO.
       01  W-CANT-REG          PIC 9(9) VALUE ZERO.
       01  W-CANT-RENGLON      PIC 9(7) VALUE ZERO.
       01  W-CANT-MARCADAS     PIC 9(3) VALUE ZERO.

       01  W-PUNT              PIC 9(3).
       01  W-NRO-EXP           PIC 9(6).
       01  W-IMP-EXP           PIC Z(10)9,999.
       01  W-CANT-Z            PIC Z(6)9.
       01  W-IMPORTE-Z         PIC Z(12)9,999.
       01  W-NRO-Z             PIC Z(5)9.
       01  W-CLASE-TXT         PIC X(30).

       01  LINEA-ENCAB.
           03  FILLER          PIC X(06) VALUE SPACES.
           03  FILLER          PIC X(16) VALUE "CUENTA".
           03  FILLER          PIC X(08) VALUE "CAT".
           03  FILLER          PIC X(15) VALUE "           DEBE".
           03  FILLER          PIC X(03) VALUE SPACES.
           03  FILLER          PIC X(15) VALUE "          HABER".

       01  LINEA-DET.
           03  FILLER          PIC X(06) VALUE SPACES.
           03  LD-CUENTA       PIC X(12).
           03  FILLER          PIC X(04) VALUE SPACES.
           03  LD-CATEGORIA    PIC X(01).
           03  FILLER          PIC X(07) VALUE SPACES.
           03  LD-DEBE         PIC Z(10)9,999.
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LD-HABER        PIC Z(10)9,999.
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LD-MARCA        PIC X(20).

       01  LINEA-CONCEPTO.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LC-CONCEPTO     PIC X(08).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LC-DESCRIP      PIC X(30).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LC-CANT         PIC Z(6)9.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LC-IMPORTE      PIC Z(10)9,999.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LC-DEBE         PIC X(12).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LC-HABER        PIC X(12).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM PIDO-FECHAS THRU F-PIDO-FECHAS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM ABRO-CONTROL.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM CARGO-CUENTAS THRU F-CARGO-CUENTAS.
           PERFORM CONTROLO-FECHAS THRU F-CONTROLO-FECHAS.
           IF FIN = "S"
               PERFORM CIERRO-CONTROL
               GO TO FINALIZAR.
           PERFORM ARMO-DIAS THRU F-ARMO-DIAS.

           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVOS
               PERFORM CIERRO-CONTROL
               GO TO FINALIZAR.
           PERFORM CARGO-CLIENTES THRU F-CARGO-CLIENTES.
           PERFORM CARGO-HIST-CLIENTES THRU F-CARGO-HIST-CLIENTES.
           PERFORM CARGO-MOVIMIENTOS THRU F-CARGO-MOVIMIENTOS.
           PERFORM CARGO-HIST-MOVIMIENTOS
               THRU F-CARGO-HIST-MOVIMIENTOS.
           PERFORM CIERRO-ARCHIVOS.
           IF FIN = "S"
               PERFORM CIERRO-CONTROL
               GO TO FINALIZAR.

           SORT ORDENA ON ASCENDING KEY ORD-ID ORD-TIPO
               USING PREORD GIVING ORDENADO.

           PERFORM CATEGORIZO THRU F-CATEGORIZO.
           IF FIN = "S"
               PERFORM CIERRO-CONTROL
               GO TO FINALIZAR.

           SORT ORDLIN ON ASCENDING KEY OL-FECHA
                          DESCENDING KEY OL-CLASE
                          ASCENDING KEY OL-REF OL-CUENTA OL-CATEGORIA
               USING PRELIN GIVING LINORD.

           PERFORM EMITO-ASIENTOS THRU F-EMITO-ASIENTOS.
           IF FIN = "N" AND W-ERRORES = ZERO
               PERFORM MARCO-FECHAS THRU F-MARCO-FECHAS.
           PERFORM CIERRO-CONTROL.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "EXPORTACION DE ASIENTOS CONTABLES" LINE 01 COL 24
                   GUIONES(1:80)                       LINE 02 COL 01.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           MOVE 6 TO W-PREF-LEN.
           PERFORM CALCULO-LARGO-PREFIJO
               UNTIL W-PREF-LEN = 1
                  OR W-PREFIJO(W-PREF-LEN:1) NOT = SPACE.

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO W-HORA-HOY.
           COMPUTE W-SELLO-CORRIDA = W-FECHA-HOY * 1000000
                                   + W-HORA-HOY.

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

      * rango de fechas de movimiento a exportar; hasta en cero toma
      * la misma fecha desde, desde en cero cancela
       PIDO-FECHAS.
           DISPLAY SPACES LINE 07 COL 01 SIZE 80.
           DISPLAY "FECHA DESDE (AAAAMMDD, 0 = CANCELA)   : "
                   LINE 04 COL 05.
           MOVE ZERO TO W-DESDE.
           ACCEPT W-DESDE LINE 04 COL 46.
           IF W-DESDE = ZERO
               DISPLAY "EXPORTACION CANCELADA" LINE 07 COL 05
               MOVE "S" TO FIN
               GO TO F-PIDO-FECHAS.
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = UN SOLO DIA): "
                   LINE 05 COL 05.
           MOVE ZERO TO W-HASTA.
           ACCEPT W-HASTA LINE 05 COL 46.
           IF W-HASTA = ZERO
               MOVE W-DESDE TO W-HASTA.
           DISPLAY W-HASTA LINE 05 COL 46.

           MOVE W-DESDE TO W-FEC.
           PERFORM VALIDO-FECHA.
           IF W-FECHA-OK = "N"
               DISPLAY "FECHA DESDE INCORRECTA" LINE 07 COL 05
               GO TO PIDO-FECHAS.
           PERFORM DIA-NUMERO.
           MOVE W-DIA-NUM TO W-DESDE-DIA.

           MOVE W-HASTA TO W-FEC.
           PERFORM VALIDO-FECHA.
           IF W-FECHA-OK = "N"
               DISPLAY "FECHA HASTA INCORRECTA" LINE 07 COL 05
               GO TO PIDO-FECHAS.
           PERFORM DIA-NUMERO.
           MOVE W-DIA-NUM TO W-HASTA-DIA.

           IF W-HASTA < W-DESDE
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA DESDE"
                   LINE 07 COL 05
               GO TO PIDO-FECHAS.
           IF W-HASTA > W-FECHA-HOY
               DISPLAY "NO SE EXPORTAN FECHAS FUTURAS" LINE 07 COL 05
               GO TO PIDO-FECHAS.
           IF W-HASTA-DIA - W-DESDE-DIA > 365
               DISPLAY "EL RANGO NO PUEDE SUPERAR 366 DIAS"
                   LINE 07 COL 05
               GO TO PIDO-FECHAS.

       F-PIDO-FECHAS.
           EXIT.

      ******************************************************************
      * calendario: validacion, numero de dia corrido y dia siguiente
      * de la fecha en W-FEC
      ******************************************************************
       VALIDO-FECHA.
           MOVE "S" TO W-FECHA-OK.
           IF W-FEC-AAAA < 1900 OR W-FEC-MM < 1 OR W-FEC-MM > 12
              OR W-FEC-DD < 1
               MOVE "N" TO W-FECHA-OK
           ELSE
               PERFORM DIAS-DEL-MES
               IF W-FEC-DD > W-DIAS-MES
                   MOVE "N" TO W-FECHA-OK.

       BISIESTO.
           DIVIDE W-FEC-AAAA BY 4 GIVING W-COC REMAINDER W-RESTO-4.
           DIVIDE W-FEC-AAAA BY 100 GIVING W-COC REMAINDER W-RESTO-100.
           DIVIDE W-FEC-AAAA BY 400 GIVING W-COC REMAINDER W-RESTO-400.
           MOVE "N" TO W-BISIESTO.
           IF W-RESTO-4 = ZERO
              AND (W-RESTO-100 NOT = ZERO OR W-RESTO-400 = ZERO)
               MOVE "S" TO W-BISIESTO.

       DIAS-DEL-MES.
           PERFORM BISIESTO.
           MOVE TAB-DIAS-MES (W-FEC-MM) TO W-DIAS-MES.
           IF W-FEC-MM = 2 AND W-BISIESTO = "S"
               MOVE 29 TO W-DIAS-MES.

      * dias corridos desde el comienzo del calendario, para medir el
      * rango y ubicar una fecha en TAB-DIAS
       DIA-NUMERO.
           PERFORM BISIESTO.
           COMPUTE W-ANIO-ANT = W-FEC-AAAA - 1.
           COMPUTE W-DIA-NUM = W-ANIO-ANT * 365
                             + TAB-ACUM-MES (W-FEC-MM) + W-FEC-DD.
           DIVIDE W-ANIO-ANT BY 4 GIVING W-COC.
           ADD W-COC TO W-DIA-NUM.
           DIVIDE W-ANIO-ANT BY 100 GIVING W-COC.
           SUBTRACT W-COC FROM W-DIA-NUM.
           DIVIDE W-ANIO-ANT BY 400 GIVING W-COC.
           ADD W-COC TO W-DIA-NUM.
           IF W-FEC-MM > 2 AND W-BISIESTO = "S"
               ADD 1 TO W-DIA-NUM.

       DIA-SIGUIENTE.
           PERFORM DIAS-DEL-MES.
           ADD 1 TO W-FEC-DD.
           IF W-FEC-DD > W-DIAS-MES
               MOVE 1 TO W-FEC-DD
               ADD 1 TO W-FEC-MM
               IF W-FEC-MM > 12
                   MOVE 1 TO W-FEC-MM
                   ADD 1 TO W-FEC-AAAA.

       EDITO-FECHA.
           MOVE SPACES TO W-FEC-EDIT.
           STRING W-FEC-DD "/" W-FEC-MM "/" W-FEC-AAAA
               DELIMITED BY SIZE INTO W-FEC-EDIT.

      ******************************************************************
      * control de fechas y maestro de cuentas
      ******************************************************************
       ABRO-CONTROL.
           OPEN I-O ASICTL.
           IF ST-ASC > "07"
               STRING "ERROR " ST-ASC " AL ABRIR CONTROL DE ASIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

       CIERRO-CONTROL.
           CLOSE ASICTL.

       CARGO-CUENTAS.
           OPEN INPUT CUENTAS.
           IF ST-CTA > "07"
               DISPLAY "SIN MAESTRO DE CUENTAS - CARGUELO EN CTAMANT"
                   LINE 08 COL 05
               GO TO F-CARGO-CUENTAS.
           MOVE LOW-VALUES TO CTA-CONCEPTO.
           START CUENTAS KEY IS NOT LESS THAN CTA-CONCEPTO
               INVALID KEY MOVE "N" TO HAY-REG
               NOT INVALID KEY MOVE "S" TO HAY-REG
           END-START.
           PERFORM CARGO-CUENTA-SIG THRU F-CARGO-CUENTA-SIG
               UNTIL HAY-REG = "N".
           CLOSE CUENTAS.

       F-CARGO-CUENTAS.
           EXIT.

      * un concepto sin alguna de sus dos cuentas no se carga: sus
      * movimientos cuentan como sin cuenta
       CARGO-CUENTA-SIG.
           READ CUENTAS NEXT RECORD
               AT END MOVE "N" TO HAY-REG
           END-READ.
           IF HAY-REG = "N" GO TO F-CARGO-CUENTA-SIG.
           IF CTA-DEBE = SPACES OR CTA-HABER = SPACES
               GO TO F-CARGO-CUENTA-SIG.
           IF W-CANT-CTA < 30
               ADD 1 TO W-CANT-CTA
               MOVE CTA-CONCEPTO    TO TC-CONCEPTO (W-CANT-CTA)
               MOVE CTA-DESCRIPCION TO TC-DESCRIP (W-CANT-CTA)
               MOVE CTA-DEBE        TO TC-DEBE (W-CANT-CTA)
               MOVE CTA-HABER       TO TC-HABER (W-CANT-CTA)
               MOVE ZERO            TO TC-CANT (W-CANT-CTA)
               MOVE ZERO            TO TC-IMPORTE (W-CANT-CTA).

       F-CARGO-CUENTA-SIG.
           EXIT.

      * ninguna fecha del rango puede estar exportada sin reabrir; de
      * paso se juntan las fechas exportadas el mismo dia, las unicas
      * que pueden tener movimientos grabados despues del corte
       CONTROLO-FECHAS.
           MOVE 9 TO W-LIN.
           MOVE ZERO TO ASC-FECHA.
           START ASICTL KEY IS NOT LESS THAN ASC-FECHA
               INVALID KEY MOVE "N" TO HAY-REG
               NOT INVALID KEY MOVE "S" TO HAY-REG
           END-START.
           PERFORM CONTROLO-FECHA-SIG THRU F-CONTROLO-FECHA-SIG
               UNTIL HAY-REG = "N".
           IF W-YA-EXPORTADAS > ZERO
               MOVE SPACES TO MENSAJE
               STRING "FECHAS YA EXPORTADAS - UN SUPERVISOR DEBE "
                      "REABRIRLAS EN CTAMANT"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 20 COL 05
               MOVE "S" TO FIN.

       F-CONTROLO-FECHAS.
           EXIT.

       CONTROLO-FECHA-SIG.
           READ ASICTL NEXT RECORD
               AT END MOVE "N" TO HAY-REG
           END-READ.
           IF HAY-REG = "N" GO TO F-CONTROLO-FECHA-SIG.
           IF NOT ASC-EXPORTADA GO TO F-CONTROLO-FECHA-SIG.

           IF ASC-FECHA NOT < W-DESDE AND ASC-FECHA NOT > W-HASTA
               ADD 1 TO W-YA-EXPORTADAS
               IF W-LIN < 20
                   MOVE ASC-FECHA TO W-FEC
                   PERFORM EDITO-FECHA
                   MOVE ASC-EXP-FECHA TO W-FEC
                   MOVE SPACES TO MENSAJE
                   STRING "FECHA " W-FEC-EDIT " YA EXPORTADA EL "
                       DELIMITED BY SIZE INTO MENSAJE
                   PERFORM EDITO-FECHA
                   MOVE W-FEC-EDIT TO MENSAJE(34:10)
                   DISPLAY MENSAJE LINE W-LIN COL 05
                   ADD 1 TO W-LIN
               END-IF
               GO TO F-CONTROLO-FECHA-SIG.

           IF ASC-CORTE-FECHA = ASC-FECHA
               IF W-CANT-TARDE < 100
                   ADD 1 TO W-CANT-TARDE
                   MOVE ASC-FECHA TO TT-FECHA (W-CANT-TARDE)
                   COMPUTE TT-CORTE (W-CANT-TARDE) =
                       ASC-CORTE-FECHA * 1000000 + ASC-CORTE-HORA
                   MOVE ZERO TO TT-CANT (W-CANT-TARDE)
                   MOVE ZERO TO TT-IMPORTE (W-CANT-TARDE)
               ELSE
                   MOVE "S" TO W-TARDE-LLENA
                   ADD 1 TO W-ERRORES.

       F-CONTROLO-FECHA-SIG.
           EXIT.

       ARMO-DIAS.
           MOVE W-DESDE TO W-FEC.
           MOVE ZERO TO W-CANT-DIAS.
           PERFORM AGREGO-DIA UNTIL W-FEC > W-HASTA.

       F-ARMO-DIAS.
           EXIT.

       AGREGO-DIA.
           ADD 1 TO W-CANT-DIAS.
           MOVE W-FEC TO TD-FECHA (W-CANT-DIAS).
           MOVE ZERO  TO TD-CANT (W-CANT-DIAS).
           MOVE ZERO  TO TD-IMPORTE (W-CANT-DIAS).
           PERFORM DIA-SIGUIENTE.

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

           OPEN OUTPUT PREORD.
           IF ST-PRE > "07"
               STRING "ERROR " ST-PRE " AL ABRIR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE HISTCLI.
           CLOSE MOVIMIENTOS.
           CLOSE HISTMOV.
           CLOSE PREORD.

       FINALIZAR.
           MOVE W-CANT-NORMAL TO W-CANT-Z.
           DISPLAY "MOVIMIENTOS DE LAS FECHAS : " LINE 15 COL 05
                   W-CANT-Z                       LINE 15 COL 34.
           MOVE W-CANT-AJUSTE TO W-CANT-Z.
           DISPLAY "MOVIMIENTOS DE AJUSTE     : " LINE 16 COL 05
                   W-CANT-Z                       LINE 16 COL 34.
           MOVE W-NRO-ASIENTO TO W-CANT-Z.
           DISPLAY "ASIENTOS EXPORTADOS       : " LINE 17 COL 05
                   W-CANT-Z                       LINE 17 COL 34.
           MOVE W-CANT-MARCADAS TO W-CANT-Z.
           DISPLAY "FECHAS MARCADAS           : " LINE 18 COL 05
                   W-CANT-Z                       LINE 18 COL 34.
           STOP RUN.

      ******************************************************************
      * carga del trabajo a ordenar por cliente
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
           MOVE CLI_CATEGORIA TO WO-CATEGORIA.
           MOVE ZERO          TO WO-FECHA.
           MOVE ZERO          TO WO-REF.
           MOVE ZERO          TO WO-IMPORTE.
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
           MOVE "1"           TO WO-TIPO.
           MOVE CLI_CATEGORIA TO WO-CATEGORIA.
           MOVE ZERO          TO WO-FECHA.
           MOVE ZERO          TO WO-REF.
           MOVE ZERO          TO WO-IMPORTE.
           PERFORM GRABO-TRABAJO.
           GO TO CARGO-HIST-CLIENTES.

       F-CARGO-HIST-CLIENTES.
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
           PERFORM CLASIFICO-MOVIMIENTO THRU F-CLASIFICO-MOVIMIENTO.
           GO TO CARGO-MOVIMIENTO-SIG.

       F-CARGO-MOVIMIENTOS.
           EXIT.

       CARGO-HIST-MOVIMIENTOS.
           READ HISTMOV INTO REG-MOVIMIENTOS
               AT END GO TO F-CARGO-HIST-MOVIMIENTOS.
           PERFORM CLASIFICO-MOVIMIENTO THRU F-CLASIFICO-MOVIMIENTO.
           GO TO CARGO-HIST-MOVIMIENTOS.

       F-CARGO-HIST-MOVIMIENTOS.
           EXIT.

      * que exportacion lleva cada movimiento: los de las fechas del
      * rango van en su asiento normal; los grabados con una fecha ya
      * exportada despues de su corte van como ajuste, fechados el
      * ultimo dia del rango (o el suyo, si es posterior). Lo grabado
      * desde el comienzo de esta corrida queda para la proxima. Se
      * exportan tambien los movimientos anulados: su anulacion es un
      * movimiento "A" propio que los revierte.
       CLASIFICO-MOVIMIENTO.
           COMPUTE W-SELLO-MOV = MOV-FECHA * 1000000 + MOV-HORA.
           IF W-SELLO-MOV NOT < W-SELLO-CORRIDA
               GO TO F-CLASIFICO-MOVIMIENTO.

           MOVE SPACES         TO W-REG-ORDEN.
           MOVE MOV-ID-CLIENTE TO WO-ID.
           MOVE "2"            TO WO-TIPO.
           MOVE MOV-IMPORTE    TO WO-IMPORTE.
           MOVE "N"            TO W-ES-TARDE.

           IF MOV-FECHA NOT < W-DESDE AND MOV-FECHA NOT > W-HASTA
               MOVE "N"        TO WO-CLASE
               MOVE MOV-FECHA  TO WO-FECHA
               MOVE ZERO       TO WO-REF
               PERFORM CONTROLO-ANULACION THRU F-CONTROLO-ANULACION
           ELSE
               PERFORM BUSCO-TARDE
               IF W-T > W-CANT-TARDE
                   GO TO F-CLASIFICO-MOVIMIENTO
               END-IF
               IF W-SELLO-MOV < TT-CORTE (W-T)
                   GO TO F-CLASIFICO-MOVIMIENTO
               END-IF
               MOVE "S"        TO W-ES-TARDE
               MOVE "A"        TO WO-CLASE
               MOVE MOV-FECHA  TO WO-REF
               IF MOV-FECHA > W-HASTA
                   MOVE MOV-FECHA TO WO-FECHA
               ELSE
                   MOVE W-HASTA   TO WO-FECHA
               END-IF
           END-IF.

           PERFORM DETERMINO-CONCEPTO THRU F-DETERMINO-CONCEPTO.
           IF W-C = ZERO
               PERFORM ANOTO-FALTANTE THRU F-ANOTO-FALTANTE
               GO TO F-CLASIFICO-MOVIMIENTO.
           MOVE TC-DEBE (W-C)  TO WO-DEBE.
           MOVE TC-HABER (W-C) TO WO-HABER.
           ADD 1 TO TC-CANT (W-C).
           ADD MOV-IMPORTE TO TC-IMPORTE (W-C).
           PERFORM GRABO-TRABAJO.

           IF W-ES-TARDE = "N"
               ADD 1 TO W-CANT-NORMAL
               MOVE MOV-FECHA TO W-FEC
               PERFORM DIA-NUMERO
               COMPUTE W-D = W-DIA-NUM - W-DESDE-DIA + 1
               ADD 1 TO TD-CANT (W-D)
               ADD MOV-IMPORTE TO TD-IMPORTE (W-D)
           ELSE
               ADD 1 TO W-CANT-AJUSTE
               ADD 1 TO TT-CANT (W-T)
               ADD MOV-IMPORTE TO TT-IMPORTE (W-T).

       F-CLASIFICO-MOVIMIENTO.
           EXIT.

      * la anulacion de un movimiento de una fecha ya exportada (y que
      * no se vuelve a mandar en este rango) revierte algo que
      * contabilidad ya tiene: va como ajuste de esa fecha, de tipo
      * "X" y no "A" porque si la fecha se reabre su nueva exportacion
      * vuelve a mandar el original pero no esta anulacion
       CONTROLO-ANULACION.
           IF MOV-TIPO NOT = "A" GO TO F-CONTROLO-ANULACION.
           IF MOV-REF-FECHA NOT < W-DESDE
              AND MOV-REF-FECHA NOT > W-HASTA
               GO TO F-CONTROLO-ANULACION.
           MOVE MOV-REF-FECHA TO ASC-FECHA.
           READ ASICTL INVALID KEY MOVE "N" TO EXISTE
                        NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S" AND ASC-EXPORTADA
               MOVE "X"           TO WO-CLASE
               MOVE MOV-REF-FECHA TO WO-REF.

       F-CONTROLO-ANULACION.
           EXIT.

       BUSCO-TARDE.
           MOVE 1 TO W-T.
           PERFORM SIGO-TARDE
               UNTIL W-T > W-CANT-TARDE
                  OR TT-FECHA (W-T) = MOV-FECHA.

       SIGO-TARDE.
           ADD 1 TO W-T.

      * concepto del movimiento (ver REGCTA) y su renglon en
      * TAB-CONCEPTOS; W-C en cero si no tiene cuentas cargadas
       DETERMINO-CONCEPTO.
           EVALUATE MOV-TIPO
               WHEN "C"
                   MOVE "CARGO" TO W-CONCEPTO
                   IF MOV-COMPROBANTE(1:W-PREF-LEN)
                      = W-PREFIJO(1:W-PREF-LEN)
                       MOVE "RECARGO" TO W-CONCEPTO
                   ELSE
                       IF MOV-COMPROBANTE(1:3) = "PLN"
                           MOVE "CUOTA" TO W-CONCEPTO
                       ELSE
                           IF MOV-COMPROBANTE(1:3) = "RCH"
                               MOVE "RECHAZO" TO W-CONCEPTO
                           END-IF
                       END-IF
                   END-IF
               WHEN "P"
                   MOVE "PAGO-E" TO W-CONCEPTO
                   IF MOV-MEDIO NOT = SPACE
                       MOVE MOV-MEDIO TO W-CONCEPTO(6:1)
                   END-IF
               WHEN "A"
                   MOVE "ANUL-H" TO W-CONCEPTO
                   IF MOV-SENTIDO = "D"
                       MOVE "D" TO W-CONCEPTO(6:1)
                   END-IF
               WHEN "J"
                   MOVE "AJUS-H" TO W-CONCEPTO
                   IF MOV-SENTIDO = "D"
                       MOVE "D" TO W-CONCEPTO(6:1)
                   END-IF
               WHEN "F"
                   MOVE "PASEPLAN" TO W-CONCEPTO
               WHEN OTHER
                   MOVE "TIPO-" TO W-CONCEPTO
                   MOVE MOV-TIPO TO W-CONCEPTO(6:1)
           END-EVALUATE.

           PERFORM BUSCO-CONCEPTO.
      * un medio de pago sin cuenta propia usa la del concepto PAGO
           IF W-C = ZERO AND MOV-TIPO = "P"
               MOVE "PAGO" TO W-CONCEPTO
               PERFORM BUSCO-CONCEPTO
               IF W-C = ZERO
                   MOVE "PAGO-E" TO W-CONCEPTO
                   IF MOV-MEDIO NOT = SPACE
                       MOVE MOV-MEDIO TO W-CONCEPTO(6:1).

       F-DETERMINO-CONCEPTO.
           EXIT.

       BUSCO-CONCEPTO.
           MOVE 1 TO W-C.
           PERFORM SIGO-CONCEPTO
               UNTIL W-C > W-CANT-CTA
                  OR TC-CONCEPTO (W-C) = W-CONCEPTO.
           IF W-C > W-CANT-CTA
               MOVE ZERO TO W-C.

       SIGO-CONCEPTO.
           ADD 1 TO W-C.

       ANOTO-FALTANTE.
           ADD 1 TO W-ERRORES.
           MOVE 1 TO W-F.
           PERFORM SIGO-FALTANTE
               UNTIL W-F > W-CANT-FALTA
                  OR TF-CONCEPTO (W-F) = W-CONCEPTO.
           IF W-F > W-CANT-FALTA
               IF W-CANT-FALTA < 20
                   ADD 1 TO W-CANT-FALTA
                   MOVE W-CONCEPTO TO TF-CONCEPTO (W-F)
                   MOVE ZERO TO TF-CANT (W-F)
               ELSE
                   GO TO F-ANOTO-FALTANTE.
           ADD 1 TO TF-CANT (W-F).

       F-ANOTO-FALTANTE.
           EXIT.

       SIGO-FALTANTE.
           ADD 1 TO W-F.

      ******************************************************************
      * categoria de cada cliente y renglones al debe y al haber
      ******************************************************************
       CATEGORIZO.
           OPEN INPUT ORDENADO.
           IF ST-ORD > "07"
               STRING "ERROR " ST-ORD " AL ABRIR ORDENADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN
               GO TO F-CATEGORIZO.
           OPEN OUTPUT PRELIN.
           IF ST-PRL > "07"
               STRING "ERROR " ST-PRL " AL ABRIR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN
               CLOSE ORDENADO
               GO TO F-CATEGORIZO.

           MOVE ZERO TO W-ID-ACTUAL.
           MOVE "N" TO HAY-REG.
           PERFORM CATEGORIZO-SIG THRU F-CATEGORIZO-SIG
               UNTIL HAY-REG = "F".
           CLOSE ORDENADO.
           CLOSE PRELIN.

       F-CATEGORIZO.
           EXIT.

       CATEGORIZO-SIG.
           READ ORDENADO INTO W-REG-ORDEN
               AT END MOVE "F" TO HAY-REG
           END-READ.
           IF HAY-REG = "F" GO TO F-CATEGORIZO-SIG.

           IF HAY-REG = "N" OR WO-ID NOT = W-ID-ACTUAL
               MOVE "S"   TO HAY-REG
               MOVE WO-ID TO W-ID-ACTUAL
               MOVE "-"   TO W-CAT-CLI
               MOVE "N"   TO W-CAT-TOMADA.

           IF WO-TIPO = "0" OR WO-TIPO = "1"
               IF W-CAT-TOMADA = "N"
                   MOVE WO-CATEGORIA TO W-CAT-CLI
                   MOVE "S" TO W-CAT-TOMADA
               END-IF
               GO TO F-CATEGORIZO-SIG.

           MOVE WO-FECHA   TO WL-FECHA.
           MOVE WO-CLASE   TO WL-CLASE.
           MOVE WO-REF     TO WL-REF.
           MOVE W-CAT-CLI  TO WL-CATEGORIA.
           MOVE WO-IMPORTE TO WL-IMPORTE.
           MOVE WO-DEBE    TO WL-CUENTA.
           MOVE "D"        TO WL-SENTIDO.
           PERFORM GRABO-LINEA.
           MOVE WO-HABER   TO WL-CUENTA.
           MOVE "H"        TO WL-SENTIDO.
           PERFORM GRABO-LINEA.

       F-CATEGORIZO-SIG.
           EXIT.

       GRABO-LINEA.
           WRITE REG-PRELIN FROM W-REG-LINEA.
           IF ST-PRL > "07"
               STRING "ERROR " ST-PRL " AL GRABAR TRABAJO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

      ******************************************************************
      * emision: un asiento por fecha y clase (y fecha de referencia
      * en los ajustes), un renglon por cuenta y categoria
      ******************************************************************
       EMITO-ASIENTOS.
           OPEN INPUT LINORD.
           IF ST-LOR > "07"
               STRING "ERROR " ST-LOR " AL ABRIR ORDENADO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN
               GO TO F-EMITO-ASIENTOS.
           OPEN OUTPUT EXPORTA.
           IF ST-EXP > "07"
               STRING "ERROR " ST-EXP " AL ABRIR EXPORTACION "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN
               CLOSE LINORD
               GO TO F-EMITO-ASIENTOS.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN
               CLOSE LINORD
               CLOSE EXPORTA
               GO TO F-EMITO-ASIENTOS.

           PERFORM IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA-EXP.
           STRING "ASIENTO;FECHA;TIPO;FECHA REF;CUENTA;CATEGORIA;"
                  "DEBE;HABER"
               DELIMITED BY SIZE INTO LINEA-EXP.
           WRITE LINEA-EXP.

           MOVE "N" TO W-HAY-ASIENTO.
           MOVE "N" TO W-HAY-RENGLON.
           MOVE "N" TO W-FIN-LIN.
           PERFORM LEO-LINEA.
           PERFORM PROCESO-LINEA THRU F-PROCESO-LINEA
               UNTIL W-FIN-LIN = "S".
           IF W-HAY-RENGLON = "S"
               PERFORM CIERRO-RENGLON THRU F-CIERRO-RENGLON.
           IF W-HAY-ASIENTO = "S"
               PERFORM CIERRO-ASIENTO THRU F-CIERRO-ASIENTO.

           PERFORM IMPRIMO-PIE THRU F-IMPRIMO-PIE.
           CLOSE LINORD.
           CLOSE EXPORTA.
           CLOSE REPORTE.

      * una exportacion que no se puede marcar no deja archivo para
      * contabilidad: se vacia
           IF W-ERRORES > ZERO OR FIN = "S"
               OPEN OUTPUT EXPORTA
               CLOSE EXPORTA
               MOVE "EXPORTACION ANULADA - VER LISTADO DE CONTROL"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 20 COL 05.

       F-EMITO-ASIENTOS.
           EXIT.

       LEO-LINEA.
           READ LINORD INTO W-REG-LINEA
               AT END MOVE "S" TO W-FIN-LIN
           END-READ.
           IF W-FIN-LIN = "N"
               MOVE WL-FECHA     TO WCL-FECHA
               MOVE WL-CLASE     TO WCL-CLASE
               MOVE WL-REF       TO WCL-REF
               MOVE WL-CUENTA    TO WCRL-CUENTA
               MOVE WL-CATEGORIA TO WCRL-CATEGORIA.

       PROCESO-LINEA.
           IF W-HAY-RENGLON = "S"
              AND (W-CLAVE-LIN NOT = W-CLAVE-ASI
                   OR W-CLAVE-REN-LIN NOT = W-CLAVE-REN)
               PERFORM CIERRO-RENGLON THRU F-CIERRO-RENGLON.
           IF W-HAY-ASIENTO = "S" AND W-CLAVE-LIN NOT = W-CLAVE-ASI
               PERFORM CIERRO-ASIENTO THRU F-CIERRO-ASIENTO.
           IF W-HAY-ASIENTO = "N"
               PERFORM ABRO-ASIENTO THRU F-ABRO-ASIENTO.
           IF W-HAY-RENGLON = "N"
               MOVE "S" TO W-HAY-RENGLON
               MOVE W-CLAVE-REN-LIN TO W-CLAVE-REN
               MOVE ZERO TO W-REN-DEBE
               MOVE ZERO TO W-REN-HABER.

           IF WL-SENTIDO = "D"
               ADD WL-IMPORTE TO W-REN-DEBE
           ELSE
               ADD WL-IMPORTE TO W-REN-HABER.
           PERFORM LEO-LINEA.

       F-PROCESO-LINEA.
           EXIT.

       ABRO-ASIENTO.
           MOVE "S" TO W-HAY-ASIENTO.
           MOVE W-CLAVE-LIN TO W-CLAVE-ASI.
           ADD 1 TO W-NRO-ASIENTO.
           MOVE ZERO TO W-ASI-DEBE.
           MOVE ZERO TO W-ASI-HABER.

           MOVE WCA-FECHA TO W-FEC.
           PERFORM EDITO-FECHA.
           MOVE W-NRO-ASIENTO TO W-NRO-Z.
           IF WCA-CLASE = "N"
               MOVE "NORMAL" TO W-CLASE-TXT
           ELSE
               MOVE WCA-REF TO W-FEC
               IF WCA-CLASE = "X"
                   MOVE "ANULACION DE FECHA" TO W-CLASE-TXT
               ELSE
                   MOVE "AJUSTE DE LA FECHA" TO W-CLASE-TXT
               END-IF
               MOVE W-FEC-DD   TO W-CLASE-TXT(20:2)
               MOVE "/"        TO W-CLASE-TXT(22:1)
               MOVE W-FEC-MM   TO W-CLASE-TXT(23:2)
               MOVE "/"        TO W-CLASE-TXT(25:1)
               MOVE W-FEC-AAAA TO W-CLASE-TXT(26:4).

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ASIENTO " W-NRO-Z "   FECHA " W-FEC-EDIT
                  "   " W-CLASE-TXT
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCAB TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-ABRO-ASIENTO.
           EXIT.

       CIERRO-RENGLON.
           MOVE "N" TO W-HAY-RENGLON.
           ADD W-REN-DEBE  TO W-ASI-DEBE.
           ADD W-REN-HABER TO W-ASI-HABER.
           ADD 1 TO W-CANT-RENGLON.

           MOVE WCR-CUENTA    TO LD-CUENTA.
           MOVE WCR-CATEGORIA TO LD-CATEGORIA.
           MOVE W-REN-DEBE    TO LD-DEBE.
           MOVE W-REN-HABER   TO LD-HABER.
           MOVE SPACES        TO LD-MARCA.
           MOVE LINEA-DET TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-EXP.
           MOVE 1 TO W-PUNT.
           MOVE W-NRO-ASIENTO TO W-NRO-EXP.
           STRING W-NRO-EXP ";" WCA-FECHA ";" DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           IF WCA-CLASE = "N"
               STRING "N;;" DELIMITED BY SIZE
                   INTO LINEA-EXP WITH POINTER W-PUNT
           ELSE
               STRING WCA-CLASE ";" WCA-REF ";" DELIMITED BY SIZE
                   INTO LINEA-EXP WITH POINTER W-PUNT.
           STRING WCR-CUENTA DELIMITED BY SPACE
                  ";" WCR-CATEGORIA ";" DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           MOVE W-REN-DEBE TO W-IMP-EXP.
           STRING W-IMP-EXP ";" DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           MOVE W-REN-HABER TO W-IMP-EXP.
           STRING W-IMP-EXP DELIMITED BY SIZE
               INTO LINEA-EXP WITH POINTER W-PUNT.
           WRITE LINEA-EXP.
           IF ST-EXP > "07"
               STRING "ERROR " ST-EXP " AL GRABAR EXPORTACION "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               ADD 1 TO W-ERRORES.

       F-CIERRO-RENGLON.
           EXIT.

       CIERRO-ASIENTO.
           MOVE "N" TO W-HAY-ASIENTO.
           ADD W-ASI-DEBE  TO W-TOT-DEBE.
           ADD W-ASI-HABER TO W-TOT-HABER.
           MOVE "TOTAL"     TO LD-CUENTA.
           MOVE SPACE       TO LD-CATEGORIA.
           MOVE W-ASI-DEBE  TO LD-DEBE.
           MOVE W-ASI-HABER TO LD-HABER.
           MOVE SPACES      TO LD-MARCA.
           IF W-ASI-DEBE NOT = W-ASI-HABER
               MOVE "** NO BALANCEA **" TO LD-MARCA
               ADD 1 TO W-ASI-DESBAL.
           MOVE LINEA-DET TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-ASIENTO.
           EXIT.

       IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF W-EMPRESA NOT = SPACES
               MOVE W-EMPRESA TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           MOVE W-DESDE TO W-FEC.
           PERFORM EDITO-FECHA.
           STRING "ASIENTOS CONTABLES - CONTROL DE EXPORTACION  DEL "
                  W-FEC-EDIT
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           MOVE W-HASTA TO W-FEC.
           PERFORM EDITO-FECHA.
           MOVE " AL "     TO LINEA-REPORTE(60:4).
           MOVE W-FEC-EDIT TO LINEA-REPORTE(64:10).
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           MOVE W-FECHA-HOY TO W-FEC.
           PERFORM EDITO-FECHA.
           STRING "CORRIDA DEL " W-FEC-EDIT " A LAS "
                  W-HORA-HOY(1:2) ":" W-HORA-HOY(3:2) ":"
                  W-HORA-HOY(5:2)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      * totales de control, resumen por concepto y resultado
       IMPRIMO-PIE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE GUIONES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL"     TO LD-CUENTA.
           MOVE SPACE       TO LD-CATEGORIA.
           MOVE W-TOT-DEBE  TO LD-DEBE.
           MOVE W-TOT-HABER TO LD-HABER.
           MOVE SPACES      TO LD-MARCA.
           IF W-TOT-DEBE NOT = W-TOT-HABER OR W-ASI-DESBAL > ZERO
               MOVE "** NO BALANCEA **" TO LD-MARCA
               ADD 1 TO W-ERRORES.
           MOVE LINEA-DET TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE W-NRO-ASIENTO TO W-CANT-Z.
           STRING "ASIENTOS: " W-CANT-Z DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           MOVE W-CANT-RENGLON TO W-CANT-Z.
           STRING "   RENGLONES: " W-CANT-Z DELIMITED BY SIZE
               INTO LINEA-REPORTE(18:30).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE W-CANT-NORMAL TO W-CANT-Z.
           STRING "MOVIMIENTOS DE LAS FECHAS: " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           MOVE W-CANT-AJUSTE TO W-CANT-Z.
           STRING "   DE AJUSTE: " W-CANT-Z DELIMITED BY SIZE
               INTO LINEA-REPORTE(35:30).
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN POR CONCEPTO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 1 TO W-C.
           PERFORM IMPRIMO-CONCEPTO UNTIL W-C > W-CANT-CTA.

           IF W-CANT-FALTA > ZERO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CONCEPTOS CON MOVIMIENTOS Y SIN CUENTA CONTABLE:"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 1 TO W-F
               PERFORM IMPRIMO-FALTANTE UNTIL W-F > W-CANT-FALTA.

           IF W-TARDE-LLENA = "S"
               MOVE SPACES TO LINEA-REPORTE
               STRING "DEMASIADAS FECHAS EXPORTADAS EL MISMO DIA "
                      "PENDIENTES DE CONTROL"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF W-ERRORES > ZERO OR FIN = "S"
               MOVE "EXPORTACION ANULADA - NO SE MARCA NINGUNA FECHA"
                   TO LINEA-REPORTE
           ELSE
               MOVE "DEBE Y HABER BALANCEADOS - FECHAS MARCADAS"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-IMPRIMO-PIE.
           EXIT.

       IMPRIMO-CONCEPTO.
           IF TC-CANT (W-C) > ZERO
               MOVE TC-CONCEPTO (W-C) TO LC-CONCEPTO
               MOVE TC-DESCRIP (W-C)  TO LC-DESCRIP
               MOVE TC-CANT (W-C)     TO LC-CANT
               MOVE TC-IMPORTE (W-C)  TO LC-IMPORTE
               MOVE TC-DEBE (W-C)     TO LC-DEBE
               MOVE TC-HABER (W-C)    TO LC-HABER
               MOVE LINEA-CONCEPTO TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           ADD 1 TO W-C.

       IMPRIMO-FALTANTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE TF-CANT (W-F) TO W-CANT-Z.
           STRING "  " TF-CONCEPTO (W-F) "  " W-CANT-Z " MOVIMIENTOS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO W-F.

      ******************************************************************
      * marca de las fechas exportadas y corte de las que tuvieron
      * movimientos posteriores
      ******************************************************************
       MARCO-FECHAS.
           MOVE 1 TO W-D.
           PERFORM MARCO-DIA THRU F-MARCO-DIA UNTIL W-D > W-CANT-DIAS.
           MOVE 1 TO W-T.
           PERFORM MARCO-TARDE THRU F-MARCO-TARDE
               UNTIL W-T > W-CANT-TARDE.

       F-MARCO-FECHAS.
           EXIT.

      * una fecha reabierta se vuelve a marcar con lo mandado ahora; la
      * reapertura anterior queda en el registro
       MARCO-DIA.
           MOVE TD-FECHA (W-D) TO ASC-FECHA.
           READ ASICTL INVALID KEY MOVE "N" TO EXISTE
                        NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE SPACES TO REG-ASIENTO-CTL
               MOVE TD-FECHA (W-D) TO ASC-FECHA
               MOVE ZERO TO ASC-REAB-FECHA
               MOVE ZERO TO ASC-REAB-HORA.
           MOVE "E"              TO ASC-ESTADO.
           MOVE W-FECHA-HOY      TO ASC-CORTE-FECHA.
           MOVE W-HORA-HOY       TO ASC-CORTE-HORA.
           MOVE W-FECHA-HOY      TO ASC-EXP-FECHA.
           MOVE W-HORA-HOY       TO ASC-EXP-HORA.
           MOVE TD-CANT (W-D)    TO ASC-CANT-MOV.
           MOVE TD-IMPORTE (W-D) TO ASC-IMPORTE.
           MOVE ZERO             TO ASC-CANT-AJU.
           MOVE ZERO             TO ASC-IMPORTE-AJU.
           IF EXISTE = "N"
               PERFORM GRABO-CONTROL THRU F-GRABO-CONTROL
           ELSE
               PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.
           ADD 1 TO W-CANT-MARCADAS.
           ADD 1 TO W-D.

       F-MARCO-DIA.
           EXIT.

       MARCO-TARDE.
           MOVE TT-FECHA (W-T) TO ASC-FECHA.
           READ ASICTL INVALID KEY MOVE "N" TO EXISTE
                        NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
               MOVE W-FECHA-HOY TO ASC-CORTE-FECHA
               MOVE W-HORA-HOY  TO ASC-CORTE-HORA
               ADD TT-CANT (W-T)    TO ASC-CANT-AJU
               ADD TT-IMPORTE (W-T) TO ASC-IMPORTE-AJU
               PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.
           ADD 1 TO W-T.

       F-MARCO-TARDE.
           EXIT.

       GRABO-CONTROL.
           WRITE REG-ASIENTO-CTL.
           IF ST-ASC = "99" GO TO GRABO-CONTROL.
           IF ST-ASC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-ASC " AL GRABAR CONTROL DE ASIENTOS"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 20 COL 05.

       F-GRABO-CONTROL.
           EXIT.

       REGRABO-CONTROL.
           REWRITE REG-ASIENTO-CTL.
           IF ST-ASC = "99" GO TO REGRABO-CONTROL.
           IF ST-ASC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-ASC " AL GRABAR CONTROL DE ASIENTOS"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 20 COL 05.

       F-REGRABO-CONTROL.
           EXIT.

       END PROGRAM "ASIENTOS".
