      *          cargos archivados van a su propia historia. Lleva un
      *          archivo de control por periodo al estilo de RECCTL:
      *          relanzable si se corta y un periodo cerrado no se
      *          cierra dos veces. Antes de cerrar un periodo nuevo
      *          toma una generacion de RESPALDO (asentada en CORRIDAS)
      *          y sin ella no cierra.
      * Tectonics: cobc
      ******************************************************************


           COPY SELCTL.

           COPY SELCIE.

           COPY SELRUN.

           SELECT OPTIONAL HISTMOV
                  ASSIGN TO "d:\data\movimientos-hist.dat"
       FD  RECCTL.
           COPY REGCTL.

       FD  CIECTL.
           COPY REGCIE.

       FD  CORRIDAS.
           COPY REGRUN.

      * mismo layout que REG-MOVIMIENTOS: se graba con WRITE ... FROM
      * y se relee con la REGMOV de siempre
       01  ST-HMV              PIC XX.
       01  ST-HIM              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-RUN              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  EXISTE-CTL          PIC X.
       01  EXISTE-CIE          PIC X.
       01  HAY-MOV             PIC X.
       01  HAY-RUN             PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-HORA-LARGA        PIC X(20).

       01  W-ARC-FECHA         PIC 9(8).
       01  W-ARC-SEC           PIC 9(4).

      * respaldo previo al cierre, asentado en CORRIDAS
       01  W-SECUENCIA         PIC 9(2) VALUE ZERO.
       01  W-RETORNO           PIC 9(2).
       01  W-FALLO-CALL        PIC X.

      * tabla de imputado por cargo del cliente en proceso, igual
      * criterio que en DEUDORES: si se desborda, el cargo figura mas
      * abierto de lo real y simplemente no se archiva todavia
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM RESPALDO-PREVIO THRU F-RESPALDO-PREVIO.
           IF FIN = "S" GO TO FINALIZAR.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

                   W-CANT-ARCH-Z              LINE 20 COL 30.
           STOP RUN.

      * un cierre nuevo toma antes una generacion de RESPALDO (el
      * relanzamiento de uno cortado no: la generacion buena es la del
      * primer intento). Si el recargo no esta aplicado o el periodo
      * ya tiene control no se respalda y los controles de siempre
      * detienen la corrida. Sin respaldo completo no se cierra.
       RESPALDO-PREVIO.
           OPEN INPUT RECCTL.
           IF ST-CTL > "07" GO TO F-RESPALDO-PREVIO.
           MOVE W-PERIODO TO CTL-PERIODO.
           READ RECCTL INVALID KEY MOVE "N" TO EXISTE-CTL
                        NOT INVALID KEY MOVE "S" TO EXISTE-CTL
           END-READ.
           CLOSE RECCTL.
           IF EXISTE-CTL = "N" OR CTL-ESTADO NOT = "C"
               GO TO F-RESPALDO-PREVIO.

           OPEN INPUT CIECTL.
           IF ST-CIE > "07" GO TO F-RESPALDO-PREVIO.
           MOVE W-PERIODO TO CIE-PERIODO.
           READ CIECTL INVALID KEY MOVE "N" TO EXISTE-CIE
                        NOT INVALID KEY MOVE "S" TO EXISTE-CIE
           END-READ.
           CLOSE CIECTL.
           IF EXISTE-CIE = "S" GO TO F-RESPALDO-PREVIO.

           OPEN I-O CORRIDAS.
           IF ST-RUN > "07"
               STRING "ERROR " ST-RUN " AL ABRIR CORRIDAS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 08 COL 05
               MOVE "S" TO FIN
               GO TO F-RESPALDO-PREVIO.

      * la secuencia sigue a la ultima de la fecha en CORRIDAS
           MOVE W-FECHA-HOY TO RUN-FECHA.
           MOVE ZERO        TO RUN-SECUENCIA.
           START CORRIDAS KEY IS NOT LESS THAN RUN-CLAVE
               INVALID KEY MOVE "N" TO HAY-RUN
               NOT INVALID KEY MOVE "S" TO HAY-RUN
           END-START.
           PERFORM LEO-CORRIDA THRU F-LEO-CORRIDA
               UNTIL HAY-RUN = "N".

           ADD 1 TO W-SECUENCIA.
           MOVE W-FECHA-HOY TO RUN-FECHA.
           MOVE W-SECUENCIA TO RUN-SECUENCIA.
           MOVE "RESPALDO"  TO RUN-PROCESO.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO RUN-HORA-INICIO.
           MOVE ZERO        TO RUN-HORA-FIN.
           MOVE "EN PROCESO" TO RUN-RESULTADO.
           MOVE ZERO        TO RUN-RETORNO.

       GRABO-CORRIDA.
           WRITE REG-CORRIDA.
           IF ST-RUN = "99" GO TO GRABO-CORRIDA.

           MOVE "N" TO W-FALLO-CALL.
           MOVE 0 TO RETURN-CODE.
           CALL "RESPALDO"
               ON EXCEPTION MOVE "S" TO W-FALLO-CALL
           END-CALL.
           MOVE RETURN-CODE TO W-RETORNO.

           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO RUN-HORA-FIN.
           MOVE W-RETORNO TO RUN-RETORNO.
           IF W-FALLO-CALL = "S"
               MOVE "NO EJECUTADO" TO RUN-RESULTADO
           ELSE
               IF W-RETORNO = 0
                   MOVE "OK" TO RUN-RESULTADO
               ELSE
                   MOVE "ERROR" TO RUN-RESULTADO.

       REGRABO-CORRIDA.
           REWRITE REG-CORRIDA.
           IF ST-RUN = "99" GO TO REGRABO-CORRIDA.
           CLOSE CORRIDAS.

           IF W-FALLO-CALL = "S" OR W-RETORNO NOT = 0
               MOVE "RESPALDO PREVIO FALLIDO - NO SE CIERRA EL PERIODO"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 08 COL 05
               MOVE "S" TO FIN.

       F-RESPALDO-PREVIO.
           EXIT.

       LEO-CORRIDA.
           READ CORRIDAS NEXT RECORD
               AT END MOVE "N" TO HAY-RUN
           END-READ.
           IF HAY-RUN = "S" AND RUN-FECHA NOT = W-FECHA-HOY
               MOVE "N" TO HAY-RUN.
           IF HAY-RUN = "S"
               MOVE RUN-SECUENCIA TO W-SECUENCIA.

       F-LEO-CORRIDA.
           EXIT.

      * el cierre corre despues del recargo del mes: sin el recargo
      * aplicado los saldos de apertura quedarian sin la mora
       CONTROLO-RECARGO.
