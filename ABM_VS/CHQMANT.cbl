      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Cartera de cheques - consulta un cheque de CHEQUES
      *          por banco y numero y lo hace avanzar de estado: en
      *          cartera -> depositado -> acreditado. Un cheque en
      *          cartera o depositado puede marcarse rechazado (solo
      *          supervisor): se graba un cargo por el importe del
      *          cheque mas el gasto bancario del parametro CHQ-GASTO,
      *          con MOV-REF al pago original y comprobante "RCH" +
      *          numero de cheque, sube CLI_SALDO y queda en AUDITORIA
      *          como "RECH". Cada cambio de estado queda en AUDITORIA
      *          como "CHEQ". No se rechaza un cheque cuyo pago ya
      *          fue anulado en CTACTE; un cheque anulado con su pago
      *          solo se consulta.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "CHQMANT".

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

           COPY SELMOV.

           COPY SELAUD.

           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  CHEQUES.
           COPY REGCHQ.

       FD  CLIENTES.
           COPY REGCLI.

       FD  MOVIMIENTOS.
           COPY REGMOV.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       WORKING-STORAGE SECTION.

       01  ST-CHQ          PIC XX.
       01  ST-FILE         PIC XX.
       01  ST-MOV          PIC XX.
       01  ST-AUD          PIC XX.
       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-PAR          PIC XX.

      * intentos de login permitidos: 3 por defecto, reemplazable por
      * el parametro LOGIN-INTENT de PARAMETROS
       01  W-MAX-INTENTOS  PIC 9(2) VALUE 3.
      * gasto bancario por cheque rechazado: 0 por defecto,
      * reemplazable por el parametro CHQ-GASTO (pesos enteros)
       01  W-GASTO         PIC 9(6)V9(3) VALUE ZERO.
       01  EXISTE-PAR      PIC X.
       01  W-PAR-NUM       PIC 9(7).
       01  W-PAR-J         PIC 9(2).
       01  W-PAR-HAY-DIG   PIC X.
       01  W-PAR-DIG-X     PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

       01  MENSAJE         PIC X(70).
       01  FIN             PIC X VALUES "N".
       01  EXISTE          PIC X.
       01  GUIONES         PIC X(80) VALUES ALL "-".
       01  OPCION          PIC X.
       01  W-OPERADOR      PIC X(20).
       01  W-HORA-LARGA    PIC X(20).
       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "CHQMANT".
      * vigencia de la clave en dias: 90 por defecto, reemplazable por
      * el parametro CLAVE-DIAS (0 = la clave no vence)
       01  W-CLAVE-DIAS    PIC 9(3) VALUE 90.
       01  W-LOG-OK        PIC X VALUE "N".
       01  W-LOG-VENCIDA   PIC X.
       01  W-LOG-NUEVA     PIC X(8).
       01  W-LOG-REPITE    PIC X(8).
       01  W-LOG-CAMBIOS   PIC 9 VALUE ZERO.
       01  W-LOG-BLANCOS   PIC 9(2).
       01  W-LOG-FECHA     PIC 9(8).
       01  FILLER REDEFINES W-LOG-FECHA.
           03 W-LOG-AAAA   PIC 9(4).
           03 W-LOG-MM     PIC 9(2).
           03 W-LOG-DD     PIC 9(2).
       01  W-LOG-DIAS-HOY  PIC 9(7).
       01  W-LOG-DIAS-CLAVE PIC 9(7).
       01  W-ACC-EVENTO    PIC X(4).
       01  W-ACC-DETALLE   PIC X(30).
       01  W-ACC-HORA      PIC X(20).
      * cifrado de la clave (CIFRO-CLAVE)
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
       01  W-CONFIRMA      PIC X.
       01  W-FECHA-HOY     PIC 9(8).
       01  W-LINEA         PIC 9(2).

       01  W-CHQ-BANCO     PIC 9(3).
       01  W-CHQ-NUMERO    PIC 9(8).
       01  W-ESTADO-DESC   PIC X(12).
       01  W-ESTADO-ANT    PIC X(12).
       01  W-NUEVO-ESTADO  PIC X.
       01  W-CLI-ID-Z      PIC Z(06)9.
       01  W-IMPORTE-Z     PIC Z(5)9,999.
       01  W-GASTO-Z       PIC Z(5)9,999.
       01  W-TOTAL         PIC 9(7)V9(3).
       01  W-TOTAL-Z       PIC Z(6)9,999.
       01  W-COMPROBANTE   PIC X(12).
       01  W-SALDO-ANT-Z   PIC Z(6)9,999-.
       01  W-SALDO-Z       PIC Z(6)9,999-.
       01  W-MOV-GRABADO   PIC X.
       01  W-HAY-PAGO      PIC X.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM LOGIN THRU F-LOGIN.
      * la cartera la maneja tesoreria; el rechazo pide ademas nivel
      * supervisor, como la anulacion en CTACTE
           IF FIN = "N" AND W-NIVEL < 2
               MOVE "NIVEL DE OPERADOR INSUFICIENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN.

      * lee los parametros del sistema; sin archivo o sin el valor
      * quedan los defectos y se avisa por pantalla
       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ST-PAR > "07"
               MOVE "SIN ARCHIVO PARAMETROS - SE ASUMEN DEFECTOS"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-PARAMETROS.

           MOVE "LOGIN-INTENT" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM > ZERO
                   MOVE W-PAR-NUM TO W-MAX-INTENTOS
               END-IF
           END-IF.

           MOVE "CLAVE-DIAS" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S"
                   MOVE W-PAR-NUM TO W-CLAVE-DIAS
               END-IF
           END-IF.

           MOVE "CHQ-GASTO" TO PAR-CODIGO.
           PERFORM BUSCO-PARAMETRO THRU F-BUSCO-PARAMETRO.
           IF EXISTE-PAR = "S"
               PERFORM CONVIERTO-PARAMETRO
               IF W-PAR-HAY-DIG = "S" AND W-PAR-NUM < 1000000
                   MOVE W-PAR-NUM TO W-GASTO
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
               PERFORM MOSTRAR-MENSAJE.

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

      * el operador se identifica contra el maestro OPERADORES, igual
      * que en ABM y CTACTE
      * La clave se compara cifrada (CIFRO-CLAVE). Los fallos de clave
      * se acumulan en OPE_INTENTOS de una sesion a otra y al llegar a
      * W-MAX-INTENTOS el operador queda inactivo hasta que un
      * supervisor lo desbloquee en OPEMANT; una clave vencida o dada
      * por OPEMANT se cambia antes de entrar. Ingresos, fallos,
      * bloqueos y salidas quedan en ACCESOS.
       LOGIN.
           OPEN I-O OPERADORES.
           IF ST-OPE > "07"
               STRING "ERROR AL ABRIR ARCHIVO OPERADORES " ST-OPE
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 20
               MOVE "S" TO FIN
               GO TO F-LOGIN.

           MOVE LOW-VALUES TO OPE_CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE_CODIGO
               INVALID KEY MOVE "N" TO EXISTE-OPE
               NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-START.
           IF EXISTE-OPE = "S"
               READ OPERADORES NEXT RECORD
                   AT END MOVE "N" TO EXISTE-OPE
               END-READ.
           IF EXISTE-OPE = "N"
               MOVE "NO HAY OPERADORES CARGADOS - EJECUTE OPEMANT"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN
               CLOSE OPERADORES
               GO TO F-LOGIN.

           MOVE ZERO TO W-INTENTOS.

       LOGIN-PIDO.
           DISPLAY "OPERADOR : " LINE 01 COL 05.
           MOVE SPACES TO W-LOG-CODIGO.
           ACCEPT W-LOG-CODIGO LINE 01 COL 17.
           DISPLAY "CLAVE    : " LINE 01 COL 40.
           MOVE SPACES TO W-LOG-CLAVE.
           ACCEPT W-LOG-CLAVE LINE 01 COL 52 WITH SECURE.

           MOVE W-LOG-CODIGO TO OPE_CODIGO.
           READ OPERADORES INVALID KEY MOVE "N" TO EXISTE-OPE
                            NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.
           IF EXISTE-OPE = "N"
               MOVE "OPERADOR INEXISTENTE" TO W-ACC-DETALLE
               GO TO LOGIN-FALLIDO.
           IF OPE_ACTIVO NOT = "S"
               MOVE "OPERADOR INACTIVO O BLOQUEADO" TO W-ACC-DETALLE
               GO TO LOGIN-FALLIDO.
           MOVE W-LOG-CLAVE TO W-CIF-CLAVE.
           PERFORM CIFRO-CLAVE.
           IF OPE_PASSWORD = W-CIF-RES
               GO TO LOGIN-ACEPTADO.

      * clave incorrecta de un operador activo: cuenta para el bloqueo
           MOVE "CLAVE INCORRECTA" TO W-ACC-DETALLE.
           IF OPE_INTENTOS < 99
               ADD 1 TO OPE_INTENTOS.
           IF OPE_INTENTOS >= W-MAX-INTENTOS
               MOVE "N" TO OPE_ACTIVO.
           PERFORM REGRABO-OPERADOR THRU F-REGRABO-OPERADOR.
           IF OPE_ACTIVO = "N"
               MOVE "FALL" TO W-ACC-EVENTO
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO
               MOVE "BLOQ" TO W-ACC-EVENTO
               MOVE "FALLOS SEGUIDOS DE CLAVE" TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO
               MOVE "OPERADOR BLOQUEADO - AVISE AL SUPERVISOR"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN
               CLOSE OPERADORES
               GO TO F-LOGIN.

       LOGIN-FALLIDO.
           MOVE "FALL" TO W-ACC-EVENTO.
           PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           ADD 1 TO W-INTENTOS.
           IF W-INTENTOS < W-MAX-INTENTOS
               MOVE "OPERADOR O CLAVE INCORRECTOS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LOGIN-PIDO.
           MOVE "ACCESO DENEGADO" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           MOVE "S" TO FIN.
           CLOSE OPERADORES.
           GO TO F-LOGIN.

       LOGIN-ACEPTADO.
           PERFORM CONTROLO-VENCIMIENTO THRU F-CONTROLO-VENCIMIENTO.
           IF W-LOG-VENCIDA = "S"
               PERFORM CAMBIO-CLAVE THRU F-CAMBIO-CLAVE.
           IF FIN = "S"
               CLOSE OPERADORES
               GO TO F-LOGIN.

           MOVE ZERO TO OPE_INTENTOS.
           ACCEPT OPE_ULT_INGRESO FROM DATE YYYYMMDD.
           PERFORM REGRABO-OPERADOR THRU F-REGRABO-OPERADOR.
           MOVE "INGR"  TO W-ACC-EVENTO.
           MOVE SPACES  TO W-ACC-DETALLE.
           PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           MOVE "S" TO W-LOG-OK.

           MOVE OPE_NOMBRE TO W-OPERADOR.
           MOVE OPE_NIVEL  TO W-NIVEL.
           DISPLAY SPACES LINE 01 COL 40 SIZE 40.
           DISPLAY W-OPERADOR LINE 01 COL 17.
           CLOSE OPERADORES.

       F-LOGIN.
           EXIT.

      * la clave vence si nunca se cambio (OPE_CLAVE_FECHA en cero) o
      * si pasaron W-CLAVE-DIAS dias desde el ultimo cambio, contados
      * en meses de 30 dias
       CONTROLO-VENCIMIENTO.
           MOVE "N" TO W-LOG-VENCIDA.
           IF OPE_CLAVE_FECHA = ZERO
               MOVE "S" TO W-LOG-VENCIDA
               GO TO F-CONTROLO-VENCIMIENTO.
           IF W-CLAVE-DIAS = ZERO GO TO F-CONTROLO-VENCIMIENTO.

           ACCEPT W-LOG-FECHA FROM DATE YYYYMMDD.
           COMPUTE W-LOG-DIAS-HOY =
               W-LOG-AAAA * 360 + W-LOG-MM * 30 + W-LOG-DD.
           MOVE OPE_CLAVE_FECHA TO W-LOG-FECHA.
           COMPUTE W-LOG-DIAS-CLAVE =
               W-LOG-AAAA * 360 + W-LOG-MM * 30 + W-LOG-DD.
           IF W-LOG-DIAS-HOY - W-LOG-DIAS-CLAVE >= W-CLAVE-DIAS
               MOVE "S" TO W-LOG-VENCIDA.

       F-CONTROLO-VENCIMIENTO.
           EXIT.

      * pide la clave nueva dos veces; tres intentos mal cargados
      * cancelan el ingreso
       CAMBIO-CLAVE.
           MOVE ZERO TO W-LOG-CAMBIOS.
           MOVE "CLAVE VENCIDA O PROVISORIA - INGRESE UNA CLAVE NUEVA"
               TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       CAMBIO-CLAVE-PIDO.
           DISPLAY SPACES LINE 02 COL 01 SIZE 80.
           DISPLAY "CLAVE NUEVA : " LINE 02 COL 05.
           MOVE SPACES TO W-LOG-NUEVA.
           ACCEPT W-LOG-NUEVA LINE 02 COL 19 WITH SECURE.
           DISPLAY "REPITA : " LINE 02 COL 40.
           MOVE SPACES TO W-LOG-REPITE.
           ACCEPT W-LOG-REPITE LINE 02 COL 49 WITH SECURE.

           MOVE W-LOG-NUEVA TO W-CIF-CLAVE.
           PERFORM CIFRO-CLAVE.
           MOVE ZERO TO W-LOG-BLANCOS.
           INSPECT W-LOG-NUEVA(1:4) TALLYING W-LOG-BLANCOS
               FOR ALL SPACES.
           MOVE SPACES TO MENSAJE.
           IF W-LOG-BLANCOS > ZERO
               MOVE "LA CLAVE DEBE TENER AL MENOS 4 CARACTERES"
                   TO MENSAJE
           ELSE
               IF W-LOG-NUEVA NOT = W-LOG-REPITE
                   MOVE "LAS DOS CLAVES NO COINCIDEN" TO MENSAJE
               ELSE
                   IF W-CIF-RES = OPE_PASSWORD
                       MOVE "LA CLAVE NUEVA DEBE SER DISTINTA"
                           TO MENSAJE.
           IF MENSAJE NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               ADD 1 TO W-LOG-CAMBIOS
               IF W-LOG-CAMBIOS < 3
                   GO TO CAMBIO-CLAVE-PIDO
               ELSE
                   MOVE "CAMBIO DE CLAVE NO REALIZADO - ACCESO DENEGADO"
                       TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "S" TO FIN
                   GO TO F-CAMBIO-CLAVE.

           MOVE W-CIF-RES TO OPE_PASSWORD.
           ACCEPT OPE_CLAVE_FECHA FROM DATE YYYYMMDD.
           PERFORM REGRABO-OPERADOR THRU F-REGRABO-OPERADOR.
           MOVE "CLAV"   TO W-ACC-EVENTO.
           MOVE SPACES   TO W-ACC-DETALLE.
           PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           DISPLAY SPACES LINE 02 COL 01 SIZE 80.
           MOVE "CLAVE CAMBIADA" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-CAMBIO-CLAVE.
           EXIT.

       REGRABO-OPERADOR.
           REWRITE REG-OPERADOR.
           IF ST-OPE = "99" GO TO REGRABO-OPERADOR.
           IF ST-OPE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-OPE " AL GRABAR OPERADOR "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       F-REGRABO-OPERADOR.
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

      * agrega un evento de login a ACCESOS con el codigo tipeado
       GRABO-ACCESO.
           OPEN EXTEND ACCESOS.
           IF ST-ACC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR ARCHIVO ACCESOS " ST-ACC
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-GRABO-ACCESO.
           ACCEPT ACC-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-ACC-HORA FROM TIME.
           MOVE W-ACC-HORA(1:6) TO ACC-HORA.
           MOVE W-LOG-CODIGO    TO ACC-OPERADOR.
           MOVE W-PROGRAMA      TO ACC-PROGRAMA.
           MOVE W-ACC-EVENTO    TO ACC-EVENTO.
           MOVE W-ACC-DETALLE   TO ACC-DETALLE.
           WRITE REG-ACCESO.
           IF ST-ACC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL GRABAR ACCESOS " ST-ACC
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.
           CLOSE ACCESOS.

       F-GRABO-ACCESO.
           EXIT.

       ABRO-ARCHIVO.
           OPEN I-O CHEQUES.
           IF ST-CHQ > "07"
             STRING "ERROR AL ABRIR ARCHIVO CHEQUES " ST-CHQ
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
             STRING "ERROR AL ABRIR ARCHIVO CLIENTES " ST-FILE
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O MOVIMIENTOS.
           IF ST-MOV > "07"
             STRING "ERROR AL ABRIR ARCHIVO MOVIMIENTOS " ST-MOV
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
             STRING "ERROR AL ABRIR ARCHIVO AUDITORIA " ST-AUD
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20.

       CIERRO-ARCHIVO.
           CLOSE CHEQUES.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

       PROCESO.
           PERFORM ABRO-ARCHIVO.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.
           DISPLAY SPACES LINE 03 COL 01 SIZE 80.
           PERFORM LIMPIO-PANTALLA THRU F-LIMPIO-PANTALLA.
           PERFORM INGRESO-CHEQUE THRU F-INGRESO-CHEQUE.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.
           IF EXISTE = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM MUESTRO-CHEQUE THRU F-MUESTRO-CHEQUE.
           PERFORM OPERACION THRU F-OPERACION.
           PERFORM CIERRO-ARCHIVO.

       F-PROCESO.
           EXIT.

       LIMPIO-PANTALLA.
           MOVE 6 TO W-LINEA.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA > 21.

       F-LIMPIO-PANTALLA.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LINEA COL 01 SIZE 80.
           ADD 1 TO W-LINEA.

       INGRESO-CHEQUE.
           DISPLAY "CARTERA DE CHEQUES"          LINE 03 COL 31
                   GUIONES                       LINE 04 COL 01.
           DISPLAY "BANCO (0 = SALIR) : " LINE 06 COL 05.
           MOVE ZERO TO W-CHQ-BANCO.
           ACCEPT W-CHQ-BANCO LINE 06 COL 26.
           IF W-CHQ-BANCO = 0
               MOVE "S" TO FIN
               GO TO F-INGRESO-CHEQUE.
           DISPLAY "NRO CHEQUE : " LINE 06 COL 35.
           MOVE ZERO TO W-CHQ-NUMERO.
           ACCEPT W-CHQ-NUMERO LINE 06 COL 49.

       F-INGRESO-CHEQUE.
           EXIT.

       LEO-CHEQUE.
           MOVE W-CHQ-BANCO  TO CHQ-BANCO.
           MOVE W-CHQ-NUMERO TO CHQ-NUMERO.
           MOVE "S" TO EXISTE.
           READ CHEQUES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-CHQ = "99" GO TO LEO-CHEQUE.
           IF EXISTE = "N"
               MOVE "CHEQUE NO ENCONTRADO EN LA CARTERA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CHEQUE.

           MOVE CHQ-ID-CLIENTE TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
               MOVE "EL CLIENTE DEL CHEQUE NO EXISTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       F-LEO-CHEQUE.
           EXIT.

       MUESTRO-CHEQUE.
           PERFORM DESCRIBO-ESTADO.
           MOVE CHQ-ID-CLIENTE TO W-CLI-ID-Z.
           MOVE CHQ-IMPORTE    TO W-IMPORTE-Z.
           MOVE CLI_SALDO      TO W-SALDO-Z.
           DISPLAY "CLIENTE      : "  LINE 08 COL 05
                   W-CLI-ID-Z         LINE 08 COL 20
                   CLI_NOMBRE(1:40)   LINE 08 COL 28
                   "SALDO        : "  LINE 09 COL 05
                   W-SALDO-Z          LINE 09 COL 20
                   "IMPORTE      : "  LINE 11 COL 05
                   W-IMPORTE-Z        LINE 11 COL 20
                   "CUIT LIBRADOR: "  LINE 12 COL 05
                   CHQ-CUIT-EMISOR    LINE 12 COL 20
                   "FECHA COBRO  : "  LINE 13 COL 05
                   CHQ-FECHA-COBRO    LINE 13 COL 20
                   "PAGO         : "  LINE 14 COL 05
                   CHQ-PAGO-FECHA     LINE 14 COL 20
                   CHQ-PAGO-SEC       LINE 14 COL 29
                   "RECIBO"           LINE 14 COL 35
                   CHQ-RECIBO         LINE 14 COL 42
                   "ESTADO       : "  LINE 15 COL 05
                   W-ESTADO-DESC      LINE 15 COL 20
                   "DESDE"            LINE 15 COL 34
                   CHQ-FEC-ESTADO     LINE 15 COL 40
                   GUIONES            LINE 16 COL 01.

       F-MUESTRO-CHEQUE.
           EXIT.

       DESCRIBO-ESTADO.
           EVALUATE CHQ-ESTADO
               WHEN "C" MOVE "EN CARTERA"  TO W-ESTADO-DESC
               WHEN "D" MOVE "DEPOSITADO"  TO W-ESTADO-DESC
               WHEN "A" MOVE "ACREDITADO"  TO W-ESTADO-DESC
               WHEN "R" MOVE "RECHAZADO"   TO W-ESTADO-DESC
               WHEN "X" MOVE "ANULADO"     TO W-ESTADO-DESC
               WHEN OTHER MOVE "DESCONOCIDO" TO W-ESTADO-DESC
           END-EVALUATE.

       OPERACION.
           DISPLAY "[D] DEPOSITADO  [A] ACREDITADO  [R] RECHAZADO  "
                   "[V] VOLVER"                         LINE 18 COL 05
                   GUIONES                             LINE 20 COL 01.
           DISPLAY "OPCION [ ]"                         LINE 23 COL 66.
           ACCEPT  OPCION                               LINE 23 COL 74.
           INSPECT OPCION CONVERTING "darv" TO "DARV".

           EVALUATE OPCION
               WHEN "D"
                   IF CHQ-ESTADO NOT = "C"
                       MOVE "SOLO SE DEPOSITA UN CHEQUE EN CARTERA"
                           TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   MOVE "D" TO W-NUEVO-ESTADO
                   PERFORM CAMBIO-ESTADO THRU F-CAMBIO-ESTADO
               WHEN "A"
                   IF CHQ-ESTADO NOT = "D"
                       MOVE "SOLO SE ACREDITA UN CHEQUE DEPOSITADO"
                           TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   MOVE "A" TO W-NUEVO-ESTADO
                   PERFORM CAMBIO-ESTADO THRU F-CAMBIO-ESTADO
               WHEN "R"
                   IF W-NIVEL < 3
                       MOVE "NIVEL DE OPERADOR INSUFICIENTE" TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   IF CHQ-ANULADO
                       MOVE "CHEQUE ANULADO CON SU PAGO - NO SE RECHAZA"
                           TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   IF CHQ-ESTADO NOT = "C" AND CHQ-ESTADO NOT = "D"
                       MOVE "EL CHEQUE YA FUE ACREDITADO O RECHAZADO"
                           TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   IF EXISTE = "N"
                       MOVE "SIN CLIENTE NO SE PUEDE CARGAR EL RECHAZO"
                           TO MENSAJE
                       PERFORM MOSTRAR-MENSAJE
                       GO TO OPERACION
                   END-IF
                   PERFORM RECHAZO-CHEQUE THRU F-RECHAZO-CHEQUE
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCION INCORRECTA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO OPERACION
           END-EVALUATE.

       F-OPERACION.
           EXIT.

      * deposito y acreditacion solo mueven el estado del cheque: el
      * pago ya bajo el saldo cuando se tomo
       CAMBIO-ESTADO.
           MOVE W-ESTADO-DESC  TO W-ESTADO-ANT.
           MOVE W-NUEVO-ESTADO TO CHQ-ESTADO.
           MOVE W-FECHA-HOY    TO CHQ-FEC-ESTADO.
           MOVE W-OPERADOR     TO CHQ-OPERADOR.

       REGRABO-CHEQUE.
           REWRITE REG-CHEQUE.
           IF ST-CHQ = "99" GO TO REGRABO-CHEQUE.
           IF ST-CHQ > "07"
               STRING "ERROR AL GRABAR CHEQUES " ST-CHQ
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-CAMBIO-ESTADO.

           PERFORM DESCRIBO-ESTADO.
           PERFORM AUDITO-ESTADO.
           MOVE SPACES TO MENSAJE.
           STRING "CHEQUE " W-ESTADO-DESC
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-CAMBIO-ESTADO.
           EXIT.

      * rechazo: el cargo se graba primero y despues se marca el
      * cheque con la clave del cargo, asi un cheque marcado nunca
      * queda sin su cargo; si la marca falla no se toca el saldo y
      * la diferencia libro/cuenta la detecta CONCILIA
       RECHAZO-CHEQUE.
      * el cargo repone el pago del cheque: si ese pago ya se anulo
      * en CTACTE el importe ya volvio al saldo y no se carga de nuevo
           MOVE CHQ-ID-CLIENTE TO MOV-ID-CLIENTE.
           MOVE CHQ-PAGO-FECHA TO MOV-FECHA.
           MOVE CHQ-PAGO-SEC   TO MOV-SECUENCIA.

       LEO-PAGO-CHEQUE.
           MOVE "S" TO W-HAY-PAGO.
           READ MOVIMIENTOS INVALID KEY MOVE "N" TO W-HAY-PAGO.
           IF ST-MOV = "99" GO TO LEO-PAGO-CHEQUE.
           IF W-HAY-PAGO = "N"
               MOVE "PAGO DEL CHEQUE NO ENCONTRADO - NO SE RECHAZA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-RECHAZO-CHEQUE.
           IF MOV-ANULADO = "S"
               MOVE "EL PAGO DEL CHEQUE ESTA ANULADO - NO SE RECHAZA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-RECHAZO-CHEQUE.

           COMPUTE W-TOTAL = CHQ-IMPORTE + W-GASTO.
           IF W-TOTAL > 999999,999
               MOVE "EL CARGO EXCEDE EL IMPORTE DE UN MOVIMIENTO"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-RECHAZO-CHEQUE.

           MOVE W-GASTO TO W-GASTO-Z.
           MOVE W-TOTAL TO W-TOTAL-Z.
           DISPLAY "GASTO BANCARIO:"  LINE 19 COL 05
                   W-GASTO-Z          LINE 19 COL 21
                   "CARGO TOTAL:"     LINE 19 COL 35
                   W-TOTAL-Z          LINE 19 COL 48.
           DISPLAY "CONFIRMA EL RECHAZO? [S/N]" LINE 21 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 21 COL 33.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "RECHAZO CANCELADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LIMPIO-RECHAZO.

           MOVE SPACES TO W-COMPROBANTE.
           STRING "RCH" CHQ-NUMERO DELIMITED BY SIZE
               INTO W-COMPROBANTE.

           MOVE CLI_ID         TO MOV-ID-CLIENTE.
           MOVE W-FECHA-HOY    TO MOV-FECHA.
           MOVE 1              TO MOV-SECUENCIA.
           MOVE "C"            TO MOV-TIPO.
           MOVE W-TOTAL        TO MOV-IMPORTE.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO MOV-HORA.
           MOVE W-OPERADOR     TO MOV-OPERADOR.
           MOVE W-COMPROBANTE  TO MOV-COMPROBANTE.
           MOVE "N"            TO MOV-ANULADO.
           MOVE CHQ-PAGO-FECHA TO MOV-REF-FECHA.
           MOVE CHQ-PAGO-SEC   TO MOV-REF-SECUENCIA.
           MOVE SPACE          TO MOV-SENTIDO.
           MOVE SPACE          TO MOV-MEDIO.
           MOVE "N"            TO W-MOV-GRABADO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV = "99" GO TO GRABO-MOVIMIENTO.
           IF ST-MOV = "22"
               ADD 1 TO MOV-SECUENCIA
               GO TO GRABO-MOVIMIENTO.
           IF ST-MOV > "07"
               STRING "ERROR AL GRABAR MOVIMIENTOS " ST-MOV
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LIMPIO-RECHAZO.

           MOVE W-ESTADO-DESC  TO W-ESTADO-ANT.
           MOVE "R"            TO CHQ-ESTADO.
           MOVE W-FECHA-HOY    TO CHQ-FEC-ESTADO.
           MOVE W-OPERADOR     TO CHQ-OPERADOR.
           MOVE MOV-FECHA      TO CHQ-RCH-FECHA.
           MOVE MOV-SECUENCIA  TO CHQ-RCH-SEC.

       MARCO-RECHAZO.
           REWRITE REG-CHEQUE.
           IF ST-CHQ = "99" GO TO MARCO-RECHAZO.
           IF ST-CHQ > "07"
               STRING "ERROR " ST-CHQ " AL MARCAR EL CHEQUE - "
                   "VERIFICAR CONTRA MOVIMIENTOS"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LIMPIO-RECHAZO.

           PERFORM DESCRIBO-ESTADO.
           PERFORM AUDITO-ESTADO.

           MOVE CLI_SALDO TO W-SALDO-ANT-Z.
           ADD W-TOTAL TO CLI_SALDO.

       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-CLIENTE.
           IF ST-FILE > "07"
               STRING "ERROR AL GRABAR CLIENTES " ST-FILE
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LIMPIO-RECHAZO.

           MOVE CLI_SALDO TO W-SALDO-Z.
           MOVE "RECH"        TO AUD-OPERACION.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-SALDO-ANT-Z TO AUD-VALOR-ANT.
           MOVE W-SALDO-Z     TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           DISPLAY W-SALDO-Z LINE 09 COL 20.
           MOVE SPACES TO MENSAJE.
           STRING "CHEQUE RECHAZADO - CARGO " W-COMPROBANTE
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       LIMPIO-RECHAZO.
           DISPLAY SPACES LINE 19 COL 01 SIZE 80.
           DISPLAY SPACES LINE 21 COL 01 SIZE 80.

       F-RECHAZO-CHEQUE.
           EXIT.

       AUDITO-ESTADO.
           MOVE "CHEQ"        TO AUD-OPERACION.
           MOVE "ESTADO"      TO AUD-CAMPO.
           MOVE SPACES        TO AUD-VALOR-ANT.
           STRING "BCO " CHQ-BANCO " NRO " CHQ-NUMERO " "
               W-ESTADO-ANT
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE W-ESTADO-DESC TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

       GRABA-AUDITORIA.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR     TO AUD-OPERADOR.
           MOVE CHQ-ID-CLIENTE TO AUD-ID-CLIENTE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR AL GRABAR AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80
           DISPLAY MENSAJE LINE 22 COL 25.

       END PROGRAM "CHQMANT".
