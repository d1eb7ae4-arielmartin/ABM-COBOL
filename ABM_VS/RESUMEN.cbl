               MOVE "ANULACION" TO LD-NOTA.
           IF MOV-TIPO = "J"
               MOVE "AJUSTE"    TO LD-NOTA.
           IF MOV-TIPO = "F"
               MOVE "PASE PLAN" TO LD-NOTA.
           MOVE W-SALDO-RUN TO LD-SALDO.
           WRITE LINEA-REPORTE FROM LINEA-DET.
           ADD 1 TO W-LINEAS-PAG.
