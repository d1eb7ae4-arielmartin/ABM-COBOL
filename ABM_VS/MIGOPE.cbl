      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Conversion por unica vez del archivo OPERADORES al
      *          layout con clave cifrada, fecha de cambio de clave y
      *          contador de fallos (REGOPE paso de 38 a 70 bytes y el
      *          archivo viejo da status 39 al abrirse con la copy
      *          nueva). Procedimiento:
      *          1) renombrar operadores.dat a operadores-old.dat
      *          2) correr este programa: lee el archivo viejo con el
      *             layout anterior, cifra la clave que estaba en
      *             claro, deja la fecha de cambio de clave en cero
      *             (cada operador tiene que cambiarla en su proximo
      *             ingreso) y el contador de fallos en cero, y graba
      *             el operadores.dat nuevo
      *          3) verificar totales y recien entonces descartar el
      *             viejo, que tiene las claves legibles.
      *          Se niega a correr si el archivo nuevo ya tiene
      *          registros, para no pisar un archivo en uso.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "MIGOPE".

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPEVIEJO
                  ASSIGN TO "d:\data\operadores-old.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY VIE-CODIGO
                  FILE STATUS ST-VIE.

           COPY SELOPE.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\migope.log"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-REP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

      * layout ANTERIOR de REG-OPERADOR, congelado aca porque la copy
      * REGOPE ya describe el registro nuevo
       FD  OPEVIEJO.
       01  REG-OPEVIEJO.
           03 VIE-CODIGO           PIC X(8).
           03 VIE-NOMBRE           PIC X(20).
           03 VIE-PASSWORD         PIC X(8).
           03 VIE-NIVEL            PIC 9.
           03 VIE-ACTIVO           PIC X.

       FD  OPERADORES.
           COPY REGOPE.

       FD  REPORTE.
       01  LINEA-LOG           PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-VIE              PIC XX.
       01  ST-OPE              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HAY-NUEVO           PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".

       01  W-CANT-LEIDOS       PIC 9(7) VALUE ZERO.
       01  W-CANT-LEIDOS-Z     PIC Z(6)9.
       01  W-CANT-GRABADOS     PIC 9(7) VALUE ZERO.
       01  W-CANT-GRABADOS-Z   PIC Z(6)9.
       01  W-CANT-ERRORES      PIC 9(7) VALUE ZERO.
       01  W-CANT-ERRORES-Z    PIC Z(6)9.

      * cifrado de la clave, el mismo CIFRO-CLAVE de los programas con
      * login
       01  W-CIF-CLAVE     PIC X(8).
       01  W-CIF-RES       PIC X(8).
       01  W-CIF-TEXTO     PIC X(16).
       01  W-CIF-CAR       PIC X.
       01  W-CIF-I         PIC 9(2).
       01  W-CIF-V         PIC 9(2).
       01  W-CIF-ACUM      PIC 9(8).
       01  W-CIF-PROD      PIC 9(12).
       01  W-CIF-COC       PIC 9(12).
       01  W-CIF-ALFABETO.
           03 FILLER       PIC X(37)
              VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER       PIC X(27)
              VALUE "abcdefghijklmnopqrstuvwxyz_".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM CONTROLO-NUEVO THRU F-CONTROLO-NUEVO.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVOS
               GO TO FINALIZAR.

           PERFORM POSICIONO THRU F-POSICIONO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRE-RESUMEN THRU F-CIERRE-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "CONVERSION DE OPERADORES AL LAYOUT NUEVO"
                             LINE 01 COL 20
                   GUIONES   LINE 02 COL 01.

       ABRO-ARCHIVOS.
           OPEN INPUT OPEVIEJO.
           IF ST-VIE > "07"
               STRING "ERROR " ST-VIE " AL ABRIR OPERADORES-OLD "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               DISPLAY "RENOMBRE ANTES OPERADORES.DAT A "
                       "OPERADORES-OLD.DAT" LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN I-O OPERADORES.
           IF ST-OPE > "07"
               STRING "ERROR " ST-OPE " AL ABRIR OPERADORES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVOS.
           CLOSE OPEVIEJO.
           CLOSE OPERADORES.
           CLOSE REPORTE.

       FINALIZAR.
           MOVE W-CANT-GRABADOS TO W-CANT-GRABADOS-Z.
           DISPLAY "OPERADORES CONVERTIDOS: " LINE 15 COL 05
                   W-CANT-GRABADOS-Z          LINE 15 COL 30.
           STOP RUN.

      * el archivo nuevo tiene que estar vacio: si ya tiene registros
      * es un archivo en uso y no se pisa
       CONTROLO-NUEVO.
           MOVE LOW-VALUES TO OPE_CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE_CODIGO
               INVALID KEY MOVE "N" TO HAY-NUEVO
               NOT INVALID KEY MOVE "S" TO HAY-NUEVO
           END-START.
           IF HAY-NUEVO = "S"
               READ OPERADORES NEXT RECORD
                   AT END MOVE "N" TO HAY-NUEVO
               END-READ.
           IF HAY-NUEVO = "S"
               MOVE SPACES TO MENSAJE
               STRING "EL ARCHIVO NUEVO YA TIENE OPERADORES"
                   " - NO SE CONVIERTE"
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 14 COL 05
               MOVE "S" TO FIN.

       F-CONTROLO-NUEVO.
           EXIT.

       POSICIONO.
           MOVE LOW-VALUES TO VIE-CODIGO.
           START OPEVIEJO KEY IS NOT LESS THAN VIE-CODIGO
               INVALID KEY MOVE "S" TO FIN.

       F-POSICIONO.
           EXIT.

       PROCESO.
           READ OPEVIEJO NEXT RECORD
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.

           MOVE SPACES        TO REG-OPERADOR.
           MOVE VIE-CODIGO    TO OPE_CODIGO.
           MOVE VIE-NOMBRE    TO OPE_NOMBRE.
           MOVE VIE-NIVEL     TO OPE_NIVEL.
           MOVE VIE-ACTIVO    TO OPE_ACTIVO.
      * la clave en claro pasa cifrada y queda como provisoria, igual
      * que un alta de OPEMANT
           MOVE VIE-PASSWORD  TO W-CIF-CLAVE.
           PERFORM CIFRO-CLAVE.
           MOVE W-CIF-RES     TO OPE_PASSWORD.
           MOVE ZERO          TO OPE_CLAVE_FECHA.
           MOVE ZERO          TO OPE_INTENTOS.
           MOVE ZERO          TO OPE_ULT_INGRESO.

       GRABO-OPERADOR.
           WRITE REG-OPERADOR.
           IF ST-OPE = "99" GO TO GRABO-OPERADOR.
           IF ST-OPE > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "OPERADOR " VIE-CODIGO " ERROR " ST-OPE
                   " AL GRABAR"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               ADD 1 TO W-CANT-ERRORES
               GO TO F-PROCESO.

           ADD 1 TO W-CANT-GRABADOS.

       F-PROCESO.
           EXIT.

      * la clave se guarda cifrada: cada caracter de la clave y del
      * codigo de operador (OPE_CODIGO) entra, por su posicion en
      * W-CIF-ALFABETO, en un acumulador modulo 99999989; el resultado
      * no permite volver a la clave
       CIFRO-CLAVE.
           MOVE W-CIF-CLAVE TO W-CIF-TEXTO(1:8).
           MOVE OPE_CODIGO  TO W-CIF-TEXTO(9:8).
           MOVE 24681357 TO W-CIF-ACUM.
           MOVE 1 TO W-CIF-I.
           PERFORM CIFRO-CARACTER UNTIL W-CIF-I > 16.
           MOVE W-CIF-ACUM TO W-CIF-RES.
           INSPECT W-CIF-RES CONVERTING "0123456789" TO "KXQ7MZ3HRB".

       CIFRO-CARACTER.
           MOVE W-CIF-TEXTO(W-CIF-I:1) TO W-CIF-CAR.
           MOVE ZERO TO W-CIF-V.
           INSPECT W-CIF-ALFABETO TALLYING W-CIF-V
               FOR CHARACTERS BEFORE INITIAL W-CIF-CAR.
           COMPUTE W-CIF-PROD = W-CIF-ACUM * 131
                              + (W-CIF-V + 1) * (W-CIF-I + 17).
           DIVIDE W-CIF-PROD BY 99999989
               GIVING W-CIF-COC REMAINDER W-CIF-ACUM.
           ADD 1 TO W-CIF-I.

       CIERRE-RESUMEN.
           MOVE W-CANT-LEIDOS   TO W-CANT-LEIDOS-Z.
           MOVE W-CANT-GRABADOS TO W-CANT-GRABADOS-Z.
           MOVE W-CANT-ERRORES  TO W-CANT-ERRORES-Z.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE SPACES TO LINEA-LOG.
           STRING "OPERADORES LEIDOS     : " W-CANT-LEIDOS-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE SPACES TO LINEA-LOG.
           STRING "OPERADORES CONVERTIDOS: " W-CANT-GRABADOS-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE SPACES TO LINEA-LOG.
           STRING "ERRORES               : " W-CANT-ERRORES-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
      * los totales tienen que coincidir antes de descartar el viejo
           IF W-CANT-LEIDOS NOT = W-CANT-GRABADOS
               MOVE "TOTALES DISTINTOS - NO DESCARTAR EL VIEJO"
                   TO LINEA-LOG
               WRITE LINEA-LOG
               DISPLAY "TOTALES DISTINTOS - NO DESCARTAR EL VIEJO"
                   LINE 16 COL 05.

       F-CIERRE-RESUMEN.
           EXIT.

       END PROGRAM "MIGOPE".
