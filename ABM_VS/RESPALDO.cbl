      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Respaldo previo a los procesos que actualizan - copia
      *          CLIENTES, MOVIMIENTOS, IMPUTA, RECIBOS, APERTURA, los
      *          controles RECCTL y CIECTL, PLANES y las historias de
      *          clientes, movimientos e imputaciones a una generacion
      *          nueva de RESPALDOS (fecha + secuencia del dia), con la
      *          cantidad de registros de cada archivo en RSPCTL. La
      *          generacion queda "C" completa solo si se copio todo;
      *          una cortada queda "P" y no se ofrece para restaurar.
      *          Conserva las ultimas RESP-GENER generaciones completas
      *          (PARAMETROS, 7 por defecto) y elimina las anteriores y
      *          las cortadas. Lo llaman NOCTURNO, antes de PLANCUO, y
      *          CIERRE antes de cerrar un periodo; RESTAURA vuelve los
      *          archivos a una generacion.
      *          Termina con RETURN-CODE 0 (respaldo completo) u 8
      *          (respaldo con errores).
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "RESPALDO".

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

           COPY SELREC.

           COPY SELSAP.

           COPY SELCTL.

           COPY SELCIE.

           COPY SELPLA.

           COPY SELPAR.

           COPY SELRSP.

           COPY SELRSC.

           SELECT OPTIONAL HISTCLI
                  ASSIGN TO "d:\data\clientes-hist.dat"
                  FILE STATUS ST-HCL.

           SELECT OPTIONAL HISTMOV
                  ASSIGN TO "d:\data\movimientos-hist.dat"
                  FILE STATUS ST-HMV.

           SELECT OPTIONAL HISTIMP
                  ASSIGN TO "d:\data\imputa-hist.dat"
                  FILE STATUS ST-HIM.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\respaldo.log"
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

       FD  RECIBOS.
           COPY REGREC.

       FD  APERTURA.
           COPY REGSAP.

       FD  RECCTL.
           COPY REGCTL.

       FD  CIECTL.
           COPY REGCIE.

       FD  PLANES.
           COPY REGPLA.

       FD  PARAMETROS.
           COPY REGPAR.

       FD  RESPALDOS.
           COPY REGRSP.

       FD  RSPCTL.
           COPY REGRSC.

      * historias: mismos layouts que REGCLI, REGMOV y REGIMP
       FD  HISTCLI.
       01  REG-HISTCLI         PIC X(469).

       FD  HISTMOV.
       01  REG-HISTMOV         PIC X(91).

       FD  HISTIMP.
       01  REG-HISTIMP         PIC X(68).

       FD  REPORTE.
       01  LINEA-LOG           PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-REC              PIC XX.
       01  ST-SAP              PIC XX.
       01  ST-CTL              PIC XX.
       01  ST-CIE              PIC XX.
       01  ST-PLA              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-RSP              PIC XX.
       01  ST-RSC              PIC XX.
       01  ST-HCL              PIC XX.
       01  ST-HMV              PIC XX.
       01  ST-HIM              PIC XX.
       01  ST-REP              PIC XX.
       01  W-ST                PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-HORA-LARGA        PIC X(20).
       01  W-FECHA-HOY         PIC 9(8).

      * generaciones completas que se conservan: 7 por defecto,
      * reemplazable por el parametro RESP-GENER de PARAMETROS
       01  W-MAX-GEN           PIC 9(3) VALUE 7.
       01  EXISTE-PAR          PIC X.
       01  W-PAR-NUM           PIC 9(7).
       01  W-PAR-J             PIC 9(2).
       01  W-PAR-HAY-DIG       PIC X.
       01  W-PAR-DIG-X         PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

      * "S" en cuanto algo no se pudo copiar: la generacion no se da
      * por completa ni se eliminan las anteriores
       01  W-ERROR             PIC X VALUE "N".
       01  W-FIN-ARCH          PIC X.
       01  W-HAY-RSC           PIC X.
       01  W-HAY-RSP           PIC X.

       01  W-GENERACION.
           03 W-GEN-FECHA      PIC 9(8) VALUE ZERO.
           03 W-GEN-SEC        PIC 9(2) VALUE ZERO.
       01  W-BOR-GENERACION.
           03 W-BOR-FECHA      PIC 9(8).
           03 W-BOR-SEC        PIC 9(2).
       01  W-CANT-GEN          PIC 9(5).
       01  W-BORRADOS          PIC 9(9).
       01  W-ARCH              PIC 9(2).
       01  W-NUMERO            PIC 9(9).
       01  W-CANT-Z            PIC Z(8)9.

       01  TAB-CANTIDADES.
           03 W-CANT           PIC 9(9) OCCURS 11.

      * nombres de los archivos por codigo, en el orden de REGRSC
       01  W-NOMBRES.
           03 FILLER           PIC X(16) VALUE "CLIENTES".
           03 FILLER           PIC X(16) VALUE "MOVIMIENTOS".
           03 FILLER           PIC X(16) VALUE "IMPUTA".
           03 FILLER           PIC X(16) VALUE "RECIBOS".
           03 FILLER           PIC X(16) VALUE "APERTURA".
           03 FILLER           PIC X(16) VALUE "RECCTL".
           03 FILLER           PIC X(16) VALUE "CIECTL".
           03 FILLER           PIC X(16) VALUE "PLANES".
           03 FILLER           PIC X(16) VALUE "CLIENTES-HIST".
           03 FILLER           PIC X(16) VALUE "MOVIMIENTOS-HIST".
           03 FILLER           PIC X(16) VALUE "IMPUTA-HIST".
       01  FILLER REDEFINES W-NOMBRES.
           03 W-NOMBRE-ARCH    PIC X(16) OCCURS 11.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S"
               MOVE "S" TO W-ERROR
               GO TO FINALIZAR.

           PERFORM ABRO-GENERACION THRU F-ABRO-GENERACION.
           PERFORM COPIO-CLIENTES THRU F-COPIO-CLIENTES.
           PERFORM COPIO-MOVIMIENTOS THRU F-COPIO-MOVIMIENTOS.
           PERFORM COPIO-IMPUTA THRU F-COPIO-IMPUTA.
           PERFORM COPIO-RECIBOS THRU F-COPIO-RECIBOS.
           PERFORM COPIO-APERTURA THRU F-COPIO-APERTURA.
           PERFORM COPIO-RECCTL THRU F-COPIO-RECCTL.
           PERFORM COPIO-CIECTL THRU F-COPIO-CIECTL.
           PERFORM COPIO-PLANES THRU F-COPIO-PLANES.
           PERFORM COPIO-HISTCLI THRU F-COPIO-HISTCLI.
           PERFORM COPIO-HISTMOV THRU F-COPIO-HISTMOV.
           PERFORM COPIO-HISTIMP THRU F-COPIO-HISTIMP.
           PERFORM CIERRO-GENERACION THRU F-CIERRO-GENERACION.
           PERFORM DEPURO-GENERACIONES THRU F-DEPURO-GENERACIONES.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE "N" TO W-ERROR.
           DISPLAY "RESPALDO DE ARCHIVOS" LINE 01 COL 30
                   GUIONES                LINE 02 COL 01.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO TAB-CANTIDADES.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.

       ABRO-ARCHIVOS.
           OPEN I-O RESPALDOS.
           IF ST-RSP > "07"
               STRING "ERROR " ST-RSP " AL ABRIR RESPALDOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN I-O RSPCTL.
           IF ST-RSC > "07"
               STRING "ERROR " ST-RSC " AL ABRIR CONTROL RESPALDOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVOS.
           CLOSE RESPALDOS.
           CLOSE RSPCTL.
           CLOSE REPORTE.

       FINALIZAR.
           IF W-ERROR = "S"
               DISPLAY "RESPALDO CON ERRORES - REVISAR LOG"
                   LINE 15 COL 05
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RESPALDO COMPLETO - GENERACION " LINE 15 COL 05
                       W-GEN-FECHA                      LINE 15 COL 36
                       "-"                              LINE 15 COL 44
                       W-GEN-SEC                        LINE 15 COL 45
               MOVE 0 TO RETURN-CODE.
           GOBACK.

      * la generacion nueva es la fecha del dia con la secuencia
      * siguiente a la ultima de esa fecha; el control se graba "P"
      * antes de copiar el primer registro
       ABRO-GENERACION.
           MOVE W-FECHA-HOY TO W-GEN-FECHA.
           MOVE ZERO        TO W-GEN-SEC.
           MOVE W-FECHA-HOY TO RSC-FECHA.
           MOVE ZERO        TO RSC-SECUENCIA.
           START RSPCTL KEY IS NOT LESS THAN RSC-GENERACION
               INVALID KEY MOVE "N" TO W-HAY-RSC
               NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-START.
           PERFORM BUSCO-SECUENCIA THRU F-BUSCO-SECUENCIA
               UNTIL W-HAY-RSC = "N".

           IF W-GEN-SEC = 99
               MOVE SPACES TO LINEA-LOG
               STRING W-FECHA-HOY
                   " NO QUEDAN SECUENCIAS DE RESPALDO EN LA FECHA"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-ERROR
               GO TO F-ABRO-GENERACION.
           ADD 1 TO W-GEN-SEC.

           MOVE SPACES       TO REG-RESPALDO-CTL.
           MOVE W-GENERACION TO RSC-GENERACION.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO RSC-HORA.
           MOVE "P"          TO RSC-ESTADO.
           MOVE ZERO         TO RSC-CANTIDADES.
           MOVE ZERO         TO RSC-REST-FECHA.
           MOVE ZERO         TO RSC-REST-HORA.

       GRABO-GENERACION.
           WRITE REG-RESPALDO-CTL.
           IF ST-RSC = "99" GO TO GRABO-GENERACION.
           IF ST-RSC > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RSC " AL GRABAR CONTROL DE RESPALDO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-ERROR
               GO TO F-ABRO-GENERACION.

           MOVE SPACES TO LINEA-LOG.
           STRING "RESPALDO GENERACION " W-GEN-FECHA "-" W-GEN-SEC
               " INICIADO A LAS " RSC-HORA
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.

       F-ABRO-GENERACION.
           EXIT.

       BUSCO-SECUENCIA.
           READ RSPCTL NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "S" AND RSC-FECHA NOT = W-FECHA-HOY
               MOVE "N" TO W-HAY-RSC.
           IF W-HAY-RSC = "S"
               MOVE RSC-SECUENCIA TO W-GEN-SEC.

       F-BUSCO-SECUENCIA.
           EXIT.

       COPIO-CLIENTES.
           IF W-ERROR = "S" GO TO F-COPIO-CLIENTES.
           MOVE 1 TO W-ARCH.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-CLIENTES.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES
               UNTIL W-FIN-ARCH = "S".
           CLOSE CLIENTES.
           PERFORM FIN-ARCHIVO.

       F-COPIO-CLIENTES.
           EXIT.

       LEO-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-CLIENTES.
           MOVE REG-CLIENTES TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-CLIENTES.
           EXIT.

       COPIO-MOVIMIENTOS.
           IF W-ERROR = "S" GO TO F-COPIO-MOVIMIENTOS.
           MOVE 2 TO W-ARCH.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE ST-MOV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-MOVIMIENTOS.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-MOVIMIENTOS THRU F-LEO-MOVIMIENTOS
               UNTIL W-FIN-ARCH = "S".
           CLOSE MOVIMIENTOS.
           PERFORM FIN-ARCHIVO.

       F-COPIO-MOVIMIENTOS.
           EXIT.

       LEO-MOVIMIENTOS.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE ST-MOV TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-MOVIMIENTOS.
           MOVE REG-MOVIMIENTOS TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-MOVIMIENTOS.
           EXIT.

       COPIO-IMPUTA.
           IF W-ERROR = "S" GO TO F-COPIO-IMPUTA.
           MOVE 3 TO W-ARCH.
           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
               MOVE ST-IMP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-IMPUTA.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-IMPUTA THRU F-LEO-IMPUTA
               UNTIL W-FIN-ARCH = "S".
           CLOSE IMPUTA.
           PERFORM FIN-ARCHIVO.

       F-COPIO-IMPUTA.
           EXIT.

       LEO-IMPUTA.
           READ IMPUTA NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-IMPUTA.
           IF ST-IMP > "07"
               MOVE ST-IMP TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-IMPUTA.
           MOVE REG-IMPUTA TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-IMPUTA.
           EXIT.

       COPIO-RECIBOS.
           IF W-ERROR = "S" GO TO F-COPIO-RECIBOS.
           MOVE 4 TO W-ARCH.
           OPEN INPUT RECIBOS.
           IF ST-REC > "07"
               MOVE ST-REC TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-RECIBOS.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-RECIBOS THRU F-LEO-RECIBOS
               UNTIL W-FIN-ARCH = "S".
           CLOSE RECIBOS.
           PERFORM FIN-ARCHIVO.

       F-COPIO-RECIBOS.
           EXIT.

       LEO-RECIBOS.
           READ RECIBOS NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-RECIBOS.
           IF ST-REC > "07"
               MOVE ST-REC TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-RECIBOS.
           MOVE REG-RECIBO TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-RECIBOS.
           EXIT.

       COPIO-APERTURA.
           IF W-ERROR = "S" GO TO F-COPIO-APERTURA.
           MOVE 5 TO W-ARCH.
           OPEN INPUT APERTURA.
           IF ST-SAP > "07"
               MOVE ST-SAP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-APERTURA.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-APERTURA THRU F-LEO-APERTURA
               UNTIL W-FIN-ARCH = "S".
           CLOSE APERTURA.
           PERFORM FIN-ARCHIVO.

       F-COPIO-APERTURA.
           EXIT.

       LEO-APERTURA.
           READ APERTURA NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-APERTURA.
           IF ST-SAP > "07"
               MOVE ST-SAP TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-APERTURA.
           MOVE REG-APERTURA TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-APERTURA.
           EXIT.

       COPIO-RECCTL.
           IF W-ERROR = "S" GO TO F-COPIO-RECCTL.
           MOVE 6 TO W-ARCH.
           OPEN INPUT RECCTL.
           IF ST-CTL > "07"
               MOVE ST-CTL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-RECCTL.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-RECCTL THRU F-LEO-RECCTL
               UNTIL W-FIN-ARCH = "S".
           CLOSE RECCTL.
           PERFORM FIN-ARCHIVO.

       F-COPIO-RECCTL.
           EXIT.

       LEO-RECCTL.
           READ RECCTL NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-RECCTL.
           IF ST-CTL > "07"
               MOVE ST-CTL TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-RECCTL.
           MOVE REG-CONTROL TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-RECCTL.
           EXIT.

       COPIO-CIECTL.
           IF W-ERROR = "S" GO TO F-COPIO-CIECTL.
           MOVE 7 TO W-ARCH.
           OPEN INPUT CIECTL.
           IF ST-CIE > "07"
               MOVE ST-CIE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-CIECTL.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-CIECTL THRU F-LEO-CIECTL
               UNTIL W-FIN-ARCH = "S".
           CLOSE CIECTL.
           PERFORM FIN-ARCHIVO.

       F-COPIO-CIECTL.
           EXIT.

       LEO-CIECTL.
           READ CIECTL NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-CIECTL.
           IF ST-CIE > "07"
               MOVE ST-CIE TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-CIECTL.
           MOVE REG-CIERRE-CTL TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-CIECTL.
           EXIT.

       COPIO-PLANES.
           IF W-ERROR = "S" GO TO F-COPIO-PLANES.
           MOVE 8 TO W-ARCH.
           OPEN INPUT PLANES.
           IF ST-PLA > "07"
               MOVE ST-PLA TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-PLANES.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-PLANES THRU F-LEO-PLANES
               UNTIL W-FIN-ARCH = "S".
           CLOSE PLANES.
           PERFORM FIN-ARCHIVO.

       F-COPIO-PLANES.
           EXIT.

       LEO-PLANES.
           READ PLANES NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-PLANES.
           IF ST-PLA > "07"
               MOVE ST-PLA TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-PLANES.
           MOVE REG-PLAN TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-PLANES.
           EXIT.

       COPIO-HISTCLI.
           IF W-ERROR = "S" GO TO F-COPIO-HISTCLI.
           MOVE 9 TO W-ARCH.
           OPEN INPUT HISTCLI.
           IF ST-HCL > "07"
               MOVE ST-HCL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-HISTCLI.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-HISTCLI THRU F-LEO-HISTCLI
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTCLI.
           PERFORM FIN-ARCHIVO.

       F-COPIO-HISTCLI.
           EXIT.

       LEO-HISTCLI.
           READ HISTCLI
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-HISTCLI.
           IF ST-HCL > "07"
               MOVE ST-HCL TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-HISTCLI.
           MOVE REG-HISTCLI TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-HISTCLI.
           EXIT.

       COPIO-HISTMOV.
           IF W-ERROR = "S" GO TO F-COPIO-HISTMOV.
           MOVE 10 TO W-ARCH.
           OPEN INPUT HISTMOV.
           IF ST-HMV > "07"
               MOVE ST-HMV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-HISTMOV.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-HISTMOV THRU F-LEO-HISTMOV
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTMOV.
           PERFORM FIN-ARCHIVO.

       F-COPIO-HISTMOV.
           EXIT.

       LEO-HISTMOV.
           READ HISTMOV
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-HISTMOV.
           IF ST-HMV > "07"
               MOVE ST-HMV TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-HISTMOV.
           MOVE REG-HISTMOV TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-HISTMOV.
           EXIT.

       COPIO-HISTIMP.
           IF W-ERROR = "S" GO TO F-COPIO-HISTIMP.
           MOVE 11 TO W-ARCH.
           OPEN INPUT HISTIMP.
           IF ST-HIM > "07"
               MOVE ST-HIM TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-COPIO-HISTIMP.
           PERFORM INICIO-ARCHIVO.
           PERFORM LEO-HISTIMP THRU F-LEO-HISTIMP
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTIMP.
           PERFORM FIN-ARCHIVO.

       F-COPIO-HISTIMP.
           EXIT.

       LEO-HISTIMP.
           READ HISTIMP
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "S" GO TO F-LEO-HISTIMP.
           IF ST-HIM > "07"
               MOVE ST-HIM TO W-ST
               PERFORM ERROR-LECTURA
               GO TO F-LEO-HISTIMP.
           MOVE REG-HISTIMP TO RSP-DATOS.
           PERFORM GRABO-RESPALDO THRU F-GRABO-RESPALDO.

       F-LEO-HISTIMP.
           EXIT.

       INICIO-ARCHIVO.
           MOVE ZERO TO W-NUMERO.
           MOVE "N"  TO W-FIN-ARCH.

       FIN-ARCHIVO.
           MOVE W-NUMERO TO W-CANT(W-ARCH).
           MOVE W-NUMERO TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " " W-CANT-Z " REGISTROS"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       ERROR-APERTURA.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " ERROR " W-ST
               " AL ABRIR - NO SE RESPALDA"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "S" TO W-ERROR.

       ERROR-LECTURA.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " ERROR " W-ST
               " AL LEER - RESPALDO INCOMPLETO"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "S" TO W-ERROR.
           MOVE "S" TO W-FIN-ARCH.

      * el registro ya esta en RSP-DATOS: se completa la clave
       GRABO-RESPALDO.
           ADD 1 TO W-NUMERO.
           MOVE W-GENERACION TO RSP-GENERACION.
           MOVE W-ARCH       TO RSP-ARCHIVO.
           MOVE W-NUMERO     TO RSP-NUMERO.

       GRABO-RESPALDO-REG.
           WRITE REG-RESPALDO.
           IF ST-RSP = "99" GO TO GRABO-RESPALDO-REG.
           IF ST-RSP > "07"
               MOVE SPACES TO LINEA-LOG
               STRING W-NOMBRE-ARCH(W-ARCH) " ERROR " ST-RSP
                   " AL GRABAR EL RESPALDO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-ERROR
               MOVE "S" TO W-FIN-ARCH.

       F-GRABO-RESPALDO.
           EXIT.

      * con todo copiado la generacion pasa a "C" con las cantidades
      * de cada archivo, que RESTAURA verifica al volverla atras
       CIERRO-GENERACION.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           IF W-ERROR = "S"
               MOVE SPACES TO LINEA-LOG
               STRING "GENERACION " W-GEN-FECHA "-" W-GEN-SEC
                   " INCOMPLETA - NO SE PUEDE RESTAURAR"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-CIERRO-GENERACION.

           MOVE W-GENERACION TO RSC-GENERACION.
           READ RSPCTL INVALID KEY MOVE "N" TO W-HAY-RSC
                        NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "N"
               MOVE SPACES TO LINEA-LOG
               STRING "GENERACION " W-GEN-FECHA "-" W-GEN-SEC
                   " SIN REGISTRO DE CONTROL"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-ERROR
               GO TO F-CIERRO-GENERACION.

           MOVE "C" TO RSC-ESTADO.
           MOVE 1 TO W-ARCH.
           PERFORM PASO-CANTIDAD UNTIL W-ARCH > 11.

       REGRABO-GENERACION.
           REWRITE REG-RESPALDO-CTL.
           IF ST-RSC = "99" GO TO REGRABO-GENERACION.
           IF ST-RSC > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RSC " AL CERRAR LA GENERACION"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-ERROR
               GO TO F-CIERRO-GENERACION.

           MOVE SPACES TO LINEA-LOG.
           STRING "GENERACION " W-GEN-FECHA "-" W-GEN-SEC " COMPLETA"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-CIERRO-GENERACION.
           EXIT.

       PASO-CANTIDAD.
           MOVE W-CANT(W-ARCH) TO RSC-CANT(W-ARCH).
           ADD 1 TO W-ARCH.

      * se conservan las ultimas W-MAX-GEN generaciones completas; las
      * anteriores y las cortadas ("P") se eliminan. Si el respaldo de
      * hoy fallo no se elimina nada.
       DEPURO-GENERACIONES.
           IF W-ERROR = "S" GO TO F-DEPURO-GENERACIONES.

           MOVE ZERO TO W-CANT-GEN.
           MOVE ZERO TO RSC-FECHA.
           MOVE ZERO TO RSC-SECUENCIA.
           START RSPCTL KEY IS NOT LESS THAN RSC-GENERACION
               INVALID KEY MOVE "N" TO W-HAY-RSC
               NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-START.
           PERFORM CUENTO-GENERACION THRU F-CUENTO-GENERACION
               UNTIL W-HAY-RSC = "N".

           MOVE ZERO TO RSC-FECHA.
           MOVE ZERO TO RSC-SECUENCIA.
           START RSPCTL KEY IS NOT LESS THAN RSC-GENERACION
               INVALID KEY MOVE "N" TO W-HAY-RSC
               NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-START.
           PERFORM REVISO-GENERACION THRU F-REVISO-GENERACION
               UNTIL W-HAY-RSC = "N".

       F-DEPURO-GENERACIONES.
           EXIT.

       CUENTO-GENERACION.
           READ RSPCTL NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "S" AND RSC-COMPLETA
               ADD 1 TO W-CANT-GEN.

       F-CUENTO-GENERACION.
           EXIT.

       REVISO-GENERACION.
           READ RSPCTL NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "N" GO TO F-REVISO-GENERACION.
           IF RSC-GENERACION = W-GENERACION
               GO TO F-REVISO-GENERACION.
           IF RSC-COMPLETA AND W-CANT-GEN NOT > W-MAX-GEN
               GO TO F-REVISO-GENERACION.
           IF RSC-COMPLETA
               SUBTRACT 1 FROM W-CANT-GEN.

           MOVE RSC-GENERACION TO W-BOR-GENERACION.
           PERFORM BORRO-GENERACION THRU F-BORRO-GENERACION.

      * se reposiciona despues de la baja del control
           MOVE W-BOR-GENERACION TO RSC-GENERACION.
           START RSPCTL KEY IS GREATER THAN RSC-GENERACION
               INVALID KEY MOVE "N" TO W-HAY-RSC
           END-START.

       F-REVISO-GENERACION.
           EXIT.

      * primero los registros respaldados, despues el control: si se
      * corta en el medio queda el control y la proxima vez se borra
       BORRO-GENERACION.
           MOVE ZERO TO W-BORRADOS.
           MOVE W-BOR-GENERACION TO RSP-GENERACION.
           MOVE ZERO TO RSP-ARCHIVO.
           MOVE ZERO TO RSP-NUMERO.
           START RESPALDOS KEY IS NOT LESS THAN RSP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-RSP
               NOT INVALID KEY MOVE "S" TO W-HAY-RSP
           END-START.
           PERFORM BORRO-REGISTRO THRU F-BORRO-REGISTRO
               UNTIL W-HAY-RSP = "N".

           MOVE W-BOR-GENERACION TO RSC-GENERACION.

       BORRO-CONTROL.
           DELETE RSPCTL RECORD.
           IF ST-RSC = "99" GO TO BORRO-CONTROL.
           IF ST-RSC > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RSC " AL BORRAR EL CONTROL DE "
                   W-BOR-FECHA "-" W-BOR-SEC
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-BORRO-GENERACION.

           MOVE W-BORRADOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "SE ELIMINA LA GENERACION " W-BOR-FECHA "-"
               W-BOR-SEC " (" W-CANT-Z " REGISTROS)"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-BORRO-GENERACION.
           EXIT.

       BORRO-REGISTRO.
           READ RESPALDOS NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSP
           END-READ.
           IF W-HAY-RSP = "S"
              AND RSP-GENERACION NOT = W-BOR-GENERACION
               MOVE "N" TO W-HAY-RSP.
           IF W-HAY-RSP = "N" GO TO F-BORRO-REGISTRO.

       BORRO-REGISTRO-DEL.
           DELETE RESPALDOS RECORD.
           IF ST-RSP = "99" GO TO BORRO-REGISTRO-DEL.
           IF ST-RSP > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RSP " AL BORRAR DE RESPALDOS "
                   W-BOR-FECHA "-" W-BOR-SEC
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "N" TO W-HAY-RSP
               GO TO F-BORRO-REGISTRO.
           ADD 1 TO W-BORRADOS.

       F-BORRO-REGISTRO.
           EXIT.

      * lee los parametros del sistema; sin archivo o sin el valor
      * queda el defecto y se avisa por pantalla
       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ST-PAR > "07"
               DISPLAY "SIN ARCHIVO PARAMETROS - SE ASUMEN DEFECTOS"
                   LINE 03 COL 05
               GO TO F-LEO-PARAMETROS.

           MOVE "RESP-GENER" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                   MOVE W-PAR-NUM TO W-MAX-GEN
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

       END PROGRAM "RESPALDO".
