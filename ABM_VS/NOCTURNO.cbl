      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Conductor de la cadena batch nocturna - ejecuta en
      *          orden CHEQUEO, RESPALDO, PLANCUO, RECARGO, DEPURA y
      *          LISTADO. Si CHEQUEO termina con RETURN-CODE 4
      *          (excepciones) la cadena se detiene antes de RESPALDO,
      *          PLANCUO, RECARGO y DEPURA (que modifican archivos) y
      *          solo corre el LISTADO; con RETURN-CODE 8 (aborto) no
      *          corre nada mas. Si RESPALDO no deja una generacion
      *          completa la cadena se aborta antes de actualizar.
      *          Deja un registro por proceso en CORRIDAS (inicio, fin,
      *          resultado y codigo de retorno) y un log de la noche,
      *          y se niega a arrancar la cadena dos veces para la
      *          misma fecha salvo que RESTAURA haya vuelto los
      *          archivos a un respaldo despues de la corrida.
      *          Termina con RETURN-CODE 0 (cadena completa), 4
      *          (detenida por excepciones) u 8 (abortada).
      * Tectonics: cobc
       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-RUN             PIC X.
       01  W-CADENA-CORRIDA    PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-HORA-LARGA        PIC X(20).

               GO TO FINALIZAR.

           PERFORM CORRO-CHEQUEO THRU F-CORRO-CHEQUEO.
           PERFORM CORRO-RESPALDO THRU F-CORRO-RESPALDO.
           PERFORM CORRO-PLANCUO THRU F-CORRO-PLANCUO.
           PERFORM CORRO-RECARGO THRU F-CORRO-RECARGO.
           PERFORM CORRO-DEPURA THRU F-CORRO-DEPURA.
           PERFORM CORRO-LISTADO THRU F-CORRO-LISTADO.
           END-EVALUATE.
           STOP RUN.

      * la cadena corre una sola vez por fecha: si ya hay un CHEQUEO
      * de la fecha en CORRIDAS no se vuelve a arrancar, salvo que
      * despues haya una RESTAURA (los archivos volvieron a un respaldo
      * y la noche se corre de nuevo). CIERRE y RESTAURA tambien
      * graban en CORRIDAS: la secuencia sigue a la ultima de la fecha.
       CONTROLO-FECHA.
           MOVE "N" TO W-CADENA-CORRIDA.
           MOVE W-FECHA-HOY TO RUN-FECHA.
           MOVE ZERO        TO RUN-SECUENCIA.
           START CORRIDAS KEY IS NOT LESS THAN RUN-CLAVE
               INVALID KEY MOVE "N" TO HAY-RUN
               NOT INVALID KEY MOVE "S" TO HAY-RUN
           END-START.
           PERFORM LEO-CORRIDA THRU F-LEO-CORRIDA
               UNTIL HAY-RUN = "N".
           IF W-CADENA-CORRIDA = "S"
               MOVE "LA CADENA YA CORRIO EN LA FECHA - NO SE REPITE"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
       F-CONTROLO-FECHA.
           EXIT.

       LEO-CORRIDA.
           READ CORRIDAS NEXT RECORD
               AT END MOVE "N" TO HAY-RUN
           END-READ.
           IF HAY-RUN = "S" AND RUN-FECHA NOT = W-FECHA-HOY
               MOVE "N" TO HAY-RUN.
           IF HAY-RUN = "N" GO TO F-LEO-CORRIDA.
           MOVE RUN-SECUENCIA TO W-SECUENCIA.
           IF RUN-PROCESO = "CHEQUEO"
               MOVE "S" TO W-CADENA-CORRIDA.
           IF RUN-PROCESO = "RESTAURA"
               MOVE "N" TO W-CADENA-CORRIDA.

       F-LEO-CORRIDA.
           EXIT.

       CORRO-CHEQUEO.
           IF W-ESTADO-CADENA = "8" GO TO F-CORRO-CHEQUEO.
           MOVE "CHEQUEO" TO W-PROCESO.
       F-CORRO-CHEQUEO.
           EXIT.

      * antes del primer proceso que actualiza se toma una generacion
      * de respaldo; si CHEQUEO detuvo la cadena no hace falta, y si
      * el respaldo falla no se actualiza nada esta noche
       CORRO-RESPALDO.
           MOVE "RESPALDO" TO W-PROCESO.
           IF W-ESTADO-CADENA NOT = "0"
               PERFORM ANOTO-SALTEADO THRU F-ANOTO-SALTEADO
               GO TO F-CORRO-RESPALDO.
           PERFORM ABRO-CORRIDA THRU F-ABRO-CORRIDA.

           MOVE "N" TO W-FALLO-CALL.
           MOVE 0 TO RETURN-CODE.
           CALL "RESPALDO"
               ON EXCEPTION MOVE "S" TO W-FALLO-CALL
           END-CALL.
           MOVE RETURN-CODE TO W-RETORNO.

           PERFORM CIERRO-CORRIDA THRU F-CIERRO-CORRIDA.
           IF W-FALLO-CALL = "S" OR W-RETORNO NOT = 0
               MOVE "8" TO W-ESTADO-CADENA.

       F-CORRO-RESPALDO.
           EXIT.

      * las cuotas de planes se emiten antes del recargo, para que
      * RECARGO vea como deuda en plan la cuota que vence hoy
       CORRO-PLANCUO.
           MOVE "PLANCUO" TO W-PROCESO.
           IF W-ESTADO-CADENA NOT = "0"
               PERFORM ANOTO-SALTEADO THRU F-ANOTO-SALTEADO
               GO TO F-CORRO-PLANCUO.
           PERFORM ABRO-CORRIDA THRU F-ABRO-CORRIDA.

           MOVE "N" TO W-FALLO-CALL.
           MOVE 0 TO RETURN-CODE.
           CALL "PLANCUO"
               ON EXCEPTION MOVE "S" TO W-FALLO-CALL
           END-CALL.
           MOVE RETURN-CODE TO W-RETORNO.

           PERFORM CIERRO-CORRIDA THRU F-CIERRO-CORRIDA.
           IF W-FALLO-CALL = "S"
               MOVE "8" TO W-ESTADO-CADENA.

       F-CORRO-PLANCUO.
           EXIT.

       CORRO-RECARGO.
           MOVE "RECARGO" TO W-PROCESO.
           IF W-ESTADO-CADENA NOT = "0"
