      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Alta de planes de pago - para el cliente ingresado
      *          muestra sus cargos abiertos (pendiente segun IMPUTA)
      *          y, con la cantidad de cuotas, el primer vencimiento y
      *          el porcentaje de financiacion que se pacten, los cierra
      *          en un plan: graba un movimiento tipo "F" que los
      *          cancela (imputado a cada cargo), baja CLI_SALDO en la
      *          deuda refinanciada y deja en PLANES la cabecera del
      *          plan y una cuota por mes. Las cuotas entran a la
      *          cuenta como cargos en su vencimiento via PLANCUO.
      *          Queda en AUDITORIA como "PLAN". Requiere login de
      *          nivel supervisor.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "PLANMANT".

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

           COPY SELPID.

           COPY SELAUD.

           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

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

       FD  PLAN-ID.
           COPY REGPID.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX.
       01  ST-MOV          PIC XX.
       01  ST-IMP          PIC XX.
       01  ST-PLA          PIC XX.
       01  ST-PID          PIC XX.
       01  ST-AUD          PIC XX.
       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-PAR          PIC XX.

      * intentos de login permitidos: 3 por defecto, reemplazable por
      * el parametro LOGIN-INTENT de PARAMETROS
       01  W-MAX-INTENTOS  PIC 9(2) VALUE 3.
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
       01  W-OPERADOR      PIC X(20).
       01  W-HORA-LARGA    PIC X(20).
       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "PLANMANT".
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

       01  W-CLI-ID        PIC 9(07).
       01  W-CLI-ID-Z      PIC Z(06)9.
       01  W-FECHA-HOY     PIC 9(8).

       01  W-HAY-MOV       PIC X.
       01  W-HAY-IMP       PIC X.
       01  W-HAY-PLA       PIC X.
       01  W-HAY-VIGENTE   PIC X.
       01  W-HAY-NRO       PIC X.
       01  W-CAR-FECHA     PIC 9(8).
       01  W-CAR-SEC       PIC 9(4).
       01  W-PEND-CARGO    PIC S9(7)V9(3).
       01  W-IMPUTADO      PIC 9(7)V9(3).
       01  W-PEND-Z        PIC Z(6)9,999-.

      * cargos abiertos del cliente: cantidad, total y los primeros
      * que entran en pantalla
       01  W-CANT-CARGOS   PIC 9(4).
       01  W-CANT-CARGOS-Z PIC Z(3)9.
       01  W-LINEA-CARGO   PIC 9(2).
       01  W-DEUDA         PIC 9(8)V9(3).
       01  W-DEUDA-Z       PIC Z(7)9,999.

      * condiciones del plan
       01  W-CANT-CUOTAS   PIC 9(2).
       01  W-PRIMER-VTO    PIC 9(8).
       01  W-FINANC        PIC 9(2)V9(2).
       01  W-FINANC-Z      PIC Z9,99.
       01  W-CALC          PIC 9(11)V9(5).
       01  W-TOTAL         PIC 9(8)V9(3).
       01  W-TOTAL-Z       PIC Z(7)9,999.
       01  W-CUOTA         PIC 9(6)V9(3).
       01  W-ULTIMA        PIC 9(7)V9(3).
       01  W-CUOTA-Z       PIC Z(5)9,999.
       01  HUBO-DESBORDE   PIC X.

      * vencimiento de cada cuota: mismo dia, mes a mes
       01  W-VTO           PIC 9(8).
       01  W-VTO-R REDEFINES W-VTO.
           03  W-VTO-AAAA  PIC 9(4).
           03  W-VTO-MM    PIC 9(2).
           03  W-VTO-DD    PIC 9(2).
       01  W-NRO-CUOTA     PIC 9(3).

       01  W-NRO-PLAN      PIC 9(6).
       01  W-NRO-PLAN-Z    PIC Z(5)9.
       01  W-COMPROBANTE   PIC X(12).
       01  W-PLA-MOV-FECHA PIC 9(8).
       01  W-PLA-MOV-SEC   PIC 9(4).
       01  W-SALDO-ANT-Z   PIC Z(6)9,999-.
       01  W-SALDO-Z       PIC Z(6)9,999-.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM LOGIN THRU F-LOGIN.
      * refinanciar deuda es potestad exclusiva del supervisor
           IF FIN = "N" AND W-NIVEL < 3
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

           OPEN I-O IMPUTA.
           IF ST-IMP > "07"
             STRING "ERROR AL ABRIR ARCHIVO IMPUTA " ST-IMP
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O PLANES.
           IF ST-PLA > "07"
             STRING "ERROR AL ABRIR ARCHIVO PLANES " ST-PLA
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
             STRING "ERROR AL ABRIR ARCHIVO AUDITORIA " ST-AUD
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE PLANES.
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
           PERFORM INGRESO-ID THRU F-INGRESO-ID.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES.
           IF EXISTE = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM ARMO-PLAN THRU F-ARMO-PLAN.
           PERFORM CIERRO-ARCHIVO.

       F-PROCESO.
           EXIT.

       LIMPIO-PANTALLA.
           MOVE 6 TO W-LINEA-CARGO.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA-CARGO > 21.

       F-LIMPIO-PANTALLA.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LINEA-CARGO COL 01 SIZE 80.
           ADD 1 TO W-LINEA-CARGO.

       INGRESO-ID.
           DISPLAY "PLANES DE PAGO"              LINE 03 COL 33
                   GUIONES                       LINE 04 COL 01.
           DISPLAY "INGRESE ID CLIENTE (0 = SALIR) : " LINE 06 COL 5.
           ACCEPT W-CLI-ID LINE 06 COL 40.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z LINE 06 COL 40.
           IF W-CLI-ID = 0
               MOVE "S" TO FIN.

       F-INGRESO-ID.
           EXIT.

       LEO-CLIENTES.
           MOVE W-CLI-ID TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO LEO-CLIENTES.
           IF EXISTE = "N"
               MOVE "ID NO ENCONTRADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CLIENTES.
           IF CLI_BORRADO = "S"
               MOVE "CLIENTE DADO DE BAJA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE
               GO TO F-LEO-CLIENTES.
           IF CLI_SALDO NOT NUMERIC
               MOVE "SALDO NO NUMERICO - RESOLVER CON SOPORTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE.

       F-LEO-CLIENTES.
           EXIT.

       ARMO-PLAN.
           MOVE CLI_SALDO TO W-SALDO-Z.
           DISPLAY "CLIENTE : "        LINE 07 COL 05
                   CLI_NOMBRE(1:40)    LINE 07 COL 15
                   "SALDO:"            LINE 07 COL 57
                   W-SALDO-Z           LINE 07 COL 64.

      * un plan a la vez: mientras haya uno vigente la deuda nueva se
      * cobra por fuera o se espera a que se cumpla o se caiga
           PERFORM BUSCO-PLAN-VIGENTE THRU F-BUSCO-PLAN-VIGENTE.
           IF W-HAY-VIGENTE = "S"
               MOVE "EL CLIENTE YA TIENE UN PLAN VIGENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ARMO-PLAN.

           PERFORM MUESTRO-CARGOS THRU F-MUESTRO-CARGOS.
           IF W-CANT-CARGOS = ZERO
               MOVE "SIN CARGOS ABIERTOS - NADA QUE REFINANCIAR"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ARMO-PLAN.
      * con pagos sin imputar el pendiente de los cargos supera a la
      * deuda real: primero se imputan en CTACTE
           IF W-DEUDA > CLI_SALDO
               MOVE "HAY PAGOS SIN IMPUTAR - IMPUTARLOS EN CTACTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ARMO-PLAN.
           IF W-DEUDA > 999999,999
               MOVE "DEUDA EXCEDE EL IMPORTE DE UN MOVIMIENTO"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ARMO-PLAN.

           PERFORM PIDO-CONDICIONES THRU F-PIDO-CONDICIONES.
           IF W-CANT-CUOTAS = ZERO GO TO F-ARMO-PLAN.

           DISPLAY "CONFIRMA EL PLAN DE PAGOS? [S/N]" LINE 21 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 21 COL 40.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "PLAN CANCELADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ARMO-PLAN.

           PERFORM GRABO-PLAN THRU F-GRABO-PLAN.

       F-ARMO-PLAN.
           EXIT.

       BUSCO-PLAN-VIGENTE.
           MOVE "N" TO W-HAY-VIGENTE.
           MOVE CLI_ID TO PLA-ID-CLIENTE.
           MOVE ZERO   TO PLA-NUMERO.
           MOVE ZERO   TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-PLA
               NOT INVALID KEY MOVE "S" TO W-HAY-PLA
           END-START.
           PERFORM BUSCO-PLAN-SIG THRU F-BUSCO-PLAN-SIG
               UNTIL W-HAY-PLA = "N" OR W-HAY-VIGENTE = "S".

       F-BUSCO-PLAN-VIGENTE.
           EXIT.

       BUSCO-PLAN-SIG.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY-PLA
           END-READ.
           IF W-HAY-PLA = "S" AND PLA-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-PLA.
           IF W-HAY-PLA = "S" AND PLA-CUOTA = ZERO
              AND PLA-ESTADO = "V"
               MOVE "S" TO W-HAY-VIGENTE.

       F-BUSCO-PLAN-SIG.
           EXIT.

      * recorre los cargos vigentes del cliente y suma su pendiente;
      * los primeros entran en pantalla como detalle
       MUESTRO-CARGOS.
           MOVE ZERO TO W-CANT-CARGOS.
           MOVE ZERO TO W-DEUDA.
           MOVE 9 TO W-LINEA-CARGO.
           DISPLAY "FECHA     SEC  COMPROBANTE        PENDIENTE"
                   LINE 08 COL 05.
           MOVE CLI_ID TO MOV-ID-CLIENTE.
           MOVE ZERO   TO MOV-FECHA.
           MOVE ZERO   TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-MOV
               NOT INVALID KEY MOVE "S" TO W-HAY-MOV
           END-START.
           IF W-HAY-MOV = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.
           PERFORM MUESTRO-CARGO THRU F-MUESTRO-CARGO
               UNTIL W-HAY-MOV = "N".

           MOVE W-CANT-CARGOS TO W-CANT-CARGOS-Z.
           MOVE W-DEUDA       TO W-DEUDA-Z.
           DISPLAY "CARGOS ABIERTOS:"  LINE 15 COL 05
                   W-CANT-CARGOS-Z     LINE 15 COL 22
                   "DEUDA A REFINANCIAR:" LINE 15 COL 30
                   W-DEUDA-Z           LINE 15 COL 51.

       F-MUESTRO-CARGOS.
           EXIT.

       MUESTRO-CARGO.
           IF MOV-TIPO NOT = "C" OR MOV-ANULADO = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-MUESTRO-CARGO.

           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           MOVE MOV-IMPORTE   TO W-PEND-CARGO.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CARGO.
           IF W-PEND-CARGO NOT > ZERO
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-MUESTRO-CARGO.

           ADD 1 TO W-CANT-CARGOS.
           ADD W-PEND-CARGO TO W-DEUDA.
           IF W-LINEA-CARGO < 14
               MOVE W-PEND-CARGO TO W-PEND-Z
               DISPLAY MOV-FECHA       LINE W-LINEA-CARGO COL 05
                       MOV-SECUENCIA   LINE W-LINEA-CARGO COL 15
                       MOV-COMPROBANTE LINE W-LINEA-CARGO COL 20
                       W-PEND-Z        LINE W-LINEA-CARGO COL 36
               ADD 1 TO W-LINEA-CARGO
           ELSE
               IF W-LINEA-CARGO = 14
                   DISPLAY "(MAS CARGOS...)" LINE 14 COL 05
                   ADD 1 TO W-LINEA-CARGO.
           PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.

       F-MUESTRO-CARGO.
           EXIT.

       LEO-MOV-CLIENTE.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO W-HAY-MOV
           END-READ.
           IF W-HAY-MOV = "S" AND MOV-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-MOV.

       F-LEO-MOV-CLIENTE.
           EXIT.

      * total ya imputado al cargo W-CAR-FECHA/W-CAR-SEC, igual que
      * SUMO-IMPUTADO en CTACTE
       SUMO-IMPUTADO.
           MOVE ZERO TO W-IMPUTADO.
           MOVE CLI_ID TO IMP-ID-CLIENTE.
           MOVE ZERO TO IMP-PAGO-FECHA.
           MOVE ZERO TO IMP-PAGO-SEC.
           MOVE ZERO TO IMP-CARGO-FECHA.
           MOVE ZERO TO IMP-CARGO-SEC.
           START IMPUTA KEY IS NOT LESS THAN IMP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-IMP
               NOT INVALID KEY MOVE "S" TO W-HAY-IMP
           END-START.
           PERFORM SUMO-IMPUTADO-SIG THRU F-SUMO-IMPUTADO-SIG
               UNTIL W-HAY-IMP = "N".

       F-SUMO-IMPUTADO.
           EXIT.

       SUMO-IMPUTADO-SIG.
           READ IMPUTA NEXT RECORD
               AT END MOVE "N" TO W-HAY-IMP
           END-READ.
           IF W-HAY-IMP = "S" AND IMP-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY-IMP.
           IF W-HAY-IMP = "S"
              AND IMP-CARGO-FECHA = W-CAR-FECHA
              AND IMP-CARGO-SEC = W-CAR-SEC
               ADD IMP-IMPORTE TO W-IMPUTADO.

       F-SUMO-IMPUTADO-SIG.
           EXIT.

      * cuotas, primer vencimiento y financiacion; el importe de la
      * cuota se redondea y la ultima absorbe la diferencia. Cantidad
      * cero vuelve sin armar el plan.
       PIDO-CONDICIONES.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

       PIDO-CUOTAS.
           DISPLAY "CANTIDAD DE CUOTAS (2 A 60, 0 = VOLVER) : "
                   LINE 16 COL 05.
           MOVE ZERO TO W-CANT-CUOTAS.
           ACCEPT W-CANT-CUOTAS LINE 16 COL 48.
           IF W-CANT-CUOTAS = ZERO GO TO F-PIDO-CONDICIONES.
           IF W-CANT-CUOTAS < 2 OR W-CANT-CUOTAS > 60
               MOVE "CANTIDAD DE CUOTAS FUERA DE RANGO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-CUOTAS.

      * el dia de vencimiento se repite todos los meses: hasta el 28
      * para que exista en febrero
       PIDO-VENCIMIENTO.
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD)           : "
                   LINE 17 COL 05.
           MOVE ZERO TO W-PRIMER-VTO.
           ACCEPT W-PRIMER-VTO LINE 17 COL 48.
           MOVE W-PRIMER-VTO TO W-VTO.
           IF W-VTO-MM < 1 OR W-VTO-MM > 12
              OR W-VTO-DD < 1 OR W-VTO-DD > 28
               MOVE "FECHA INVALIDA - DIA DE VENCIMIENTO HASTA EL 28"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-VENCIMIENTO.
           IF W-PRIMER-VTO < W-FECHA-HOY
               MOVE "EL PRIMER VENCIMIENTO NO PUEDE SER ANTERIOR A HOY"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-VENCIMIENTO.

       PIDO-FINANCIACION.
           DISPLAY "FINANCIACION % SOBRE LA DEUDA (0 = SIN)  : "
                   LINE 18 COL 05.
           MOVE ZERO TO W-FINANC.
           ACCEPT W-FINANC LINE 18 COL 48.
           MOVE W-FINANC TO W-FINANC-Z.
           DISPLAY W-FINANC-Z LINE 18 COL 48.

           MULTIPLY W-DEUDA BY W-FINANC GIVING W-CALC.
           DIVIDE W-CALC BY 100 GIVING W-TOTAL ROUNDED.
           ADD W-DEUDA TO W-TOTAL.

           MOVE "N" TO HUBO-DESBORDE.
           DIVIDE W-TOTAL BY W-CANT-CUOTAS GIVING W-CUOTA ROUNDED
               ON SIZE ERROR MOVE "S" TO HUBO-DESBORDE
           END-DIVIDE.
           IF HUBO-DESBORDE = "N"
               COMPUTE W-ULTIMA = W-TOTAL
                                - W-CUOTA * (W-CANT-CUOTAS - 1)
               IF W-ULTIMA > 999999,999
                   MOVE "S" TO HUBO-DESBORDE
               END-IF
           END-IF.
      * cada cuota entra a MOVIMIENTOS como un cargo: tiene que caber
      * en su importe
           IF HUBO-DESBORDE = "S" OR W-TOTAL > 9999999,999
               MOVE "CUOTA EXCEDE EL IMPORTE DE UN MOVIMIENTO"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-CUOTAS.

           MOVE W-TOTAL TO W-TOTAL-Z.
           MOVE W-CUOTA TO W-CUOTA-Z.
           DISPLAY "TOTAL DEL PLAN:"  LINE 19 COL 05
                   W-TOTAL-Z          LINE 19 COL 21
                   "CUOTA:"           LINE 19 COL 36
                   W-CUOTA-Z          LINE 19 COL 43.
           IF W-ULTIMA NOT = W-CUOTA
               MOVE W-ULTIMA TO W-CUOTA-Z
               DISPLAY "ULTIMA:"      LINE 19 COL 56
                       W-CUOTA-Z      LINE 19 COL 64.

       F-PIDO-CONDICIONES.
           EXIT.

      * primero el numero de plan; despues el pase a plan, que cancela
      * los cargos abiertos y baja el saldo; por ultimo la cabecera y
      * las cuotas en PLANES
       GRABO-PLAN.
           PERFORM RESERVO-PLAN THRU F-RESERVO-PLAN.
           IF W-NRO-PLAN = ZERO GO TO F-GRABO-PLAN.
           MOVE W-NRO-PLAN TO W-NRO-PLAN-Z.

           MOVE SPACES TO W-COMPROBANTE.
           STRING "PLN" W-NRO-PLAN DELIMITED BY SIZE
               INTO W-COMPROBANTE.

           MOVE CLI_ID        TO MOV-ID-CLIENTE.
           MOVE W-FECHA-HOY   TO MOV-FECHA.
           MOVE 1             TO MOV-SECUENCIA.
           MOVE "F"           TO MOV-TIPO.
           MOVE W-DEUDA       TO MOV-IMPORTE.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO MOV-HORA.
           MOVE W-OPERADOR    TO MOV-OPERADOR.
           MOVE W-COMPROBANTE TO MOV-COMPROBANTE.
           MOVE "N"           TO MOV-ANULADO.
           MOVE ZERO          TO MOV-REF-FECHA.
           MOVE ZERO          TO MOV-REF-SECUENCIA.
           MOVE "H"           TO MOV-SENTIDO.
           MOVE SPACE         TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV = "99" GO TO GRABO-MOVIMIENTO.
           IF ST-MOV = "22"
               ADD 1 TO MOV-SECUENCIA
               GO TO GRABO-MOVIMIENTO.
           IF ST-MOV > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-MOV " AL GRABAR EL PASE A PLAN "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-GRABO-PLAN.

           MOVE MOV-FECHA     TO W-PLA-MOV-FECHA.
           MOVE MOV-SECUENCIA TO W-PLA-MOV-SEC.
           PERFORM CANCELO-CARGOS THRU F-CANCELO-CARGOS.

           MOVE CLI_SALDO TO W-SALDO-ANT-Z.
           SUBTRACT W-DEUDA FROM CLI_SALDO.

       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-CLIENTE.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-FILE " AL REGRABAR SALDO - "
                   "VERIFICAR CON CONCILIA"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

           MOVE CLI_SALDO TO W-SALDO-Z.
           MOVE "PLAN"        TO AUD-OPERACION.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-SALDO-ANT-Z TO AUD-VALOR-ANT.
           MOVE W-SALDO-Z     TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           PERFORM GRABO-CABECERA THRU F-GRABO-CABECERA.

           MOVE W-PRIMER-VTO TO W-VTO.
           MOVE 1 TO W-NRO-CUOTA.
           PERFORM GRABO-CUOTA THRU F-GRABO-CUOTA
               UNTIL W-NRO-CUOTA > W-CANT-CUOTAS.

           MOVE SPACES TO MENSAJE.
           STRING "PLAN " W-NRO-PLAN-Z " GRABADO - NUEVO SALDO "
               W-SALDO-Z
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-GRABO-PLAN.
           EXIT.

      * mismo esquema de reserva que RESERVO-RECIBO en CTACTE; sin
      * numero el plan no se arma
       RESERVO-PLAN.
           MOVE ZERO TO W-NRO-PLAN.
           OPEN I-O PLAN-ID.
           IF ST-PID > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-PID " AL ABRIR PLAN-ID "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-RESERVO-PLAN.

           MOVE "S" TO W-HAY-NRO.
           READ PLAN-ID
               AT END MOVE "N" TO W-HAY-NRO
           END-READ.
           IF W-HAY-NRO = "S"
               ADD 1 TO REG-PLAN-ID
               REWRITE REG-PLAN-ID
           ELSE
               CLOSE PLAN-ID
               OPEN EXTEND PLAN-ID
               MOVE 1 TO REG-PLAN-ID
               WRITE REG-PLAN-ID.
           IF ST-PID > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-PID " AL RESERVAR NUMERO DE PLAN "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               CLOSE PLAN-ID
               GO TO F-RESERVO-PLAN.

           MOVE REG-PLAN-ID TO W-NRO-PLAN.
           CLOSE PLAN-ID.

       F-RESERVO-PLAN.
           EXIT.

      * imputa el pase a plan a cada cargo abierto por su pendiente:
      * los cargos quedan cerrados y la deuda pasa a las cuotas
       CANCELO-CARGOS.
           MOVE CLI_ID TO MOV-ID-CLIENTE.
           MOVE ZERO   TO MOV-FECHA.
           MOVE ZERO   TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-MOV
               NOT INVALID KEY MOVE "S" TO W-HAY-MOV
           END-START.
           IF W-HAY-MOV = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.
           PERFORM CANCELO-CARGO THRU F-CANCELO-CARGO
               UNTIL W-HAY-MOV = "N".

       F-CANCELO-CARGOS.
           EXIT.

       CANCELO-CARGO.
           IF MOV-TIPO NOT = "C" OR MOV-ANULADO = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-CANCELO-CARGO.

           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           MOVE MOV-IMPORTE   TO W-PEND-CARGO.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CARGO.
           IF W-PEND-CARGO NOT > ZERO
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-CANCELO-CARGO.

           MOVE CLI_ID          TO IMP-ID-CLIENTE.
           MOVE W-PLA-MOV-FECHA TO IMP-PAGO-FECHA.
           MOVE W-PLA-MOV-SEC   TO IMP-PAGO-SEC.
           MOVE W-CAR-FECHA     TO IMP-CARGO-FECHA.
           MOVE W-CAR-SEC       TO IMP-CARGO-SEC.
           MOVE W-PEND-CARGO    TO IMP-IMPORTE.
           MOVE W-FECHA-HOY     TO IMP-FECHA.
           MOVE W-OPERADOR      TO IMP-OPERADOR.

       GRABO-IMPUTACION.
           WRITE REG-IMPUTA.
           IF ST-IMP = "99" GO TO GRABO-IMPUTACION.
           IF ST-IMP > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-IMP " AL GRABAR IMPUTA "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

      * el START de SUMO-IMPUTADO no mueve MOVIMIENTOS: se sigue con
      * el proximo movimiento del cliente
           PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.

       F-CANCELO-CARGO.
           EXIT.

       GRABO-CABECERA.
           MOVE SPACES          TO REG-PLAN.
           MOVE CLI_ID          TO PLA-ID-CLIENTE.
           MOVE W-NRO-PLAN      TO PLA-NUMERO.
           MOVE ZERO            TO PLA-CUOTA.
           MOVE "V"             TO PLA-ESTADO.
           MOVE W-FECHA-HOY     TO PLA-FECHA.
           MOVE W-OPERADOR      TO PLA-OPERADOR.
           MOVE W-CANT-CUOTAS   TO PLA-CANT-CUOTAS.
           MOVE W-PRIMER-VTO    TO PLA-PRIMER-VTO.
           MOVE W-FINANC        TO PLA-FINANC.
           MOVE W-DEUDA         TO PLA-DEUDA.
           MOVE W-TOTAL         TO PLA-TOTAL.
           MOVE W-PLA-MOV-FECHA TO PLA-MOV-FECHA.
           MOVE W-PLA-MOV-SEC   TO PLA-MOV-SEC.
           MOVE ZERO            TO PLA-FEC-CAIDA.

       GRABO-REG-CABECERA.
           WRITE REG-PLAN.
           IF ST-PLA = "99" GO TO GRABO-REG-CABECERA.
           IF ST-PLA > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-PLA " AL GRABAR EL PLAN "
                   W-NRO-PLAN-Z " - VERIFICAR CON SOPORTE"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       F-GRABO-CABECERA.
           EXIT.

       GRABO-CUOTA.
           MOVE SPACES          TO REG-PLAN.
           MOVE CLI_ID          TO PLA-ID-CLIENTE.
           MOVE W-NRO-PLAN      TO PLA-NUMERO.
           MOVE W-NRO-CUOTA     TO PLA-CUOTA.
           MOVE W-VTO           TO CUO-VENCIMIENTO.
           IF W-NRO-CUOTA = W-CANT-CUOTAS
               MOVE W-ULTIMA    TO CUO-IMPORTE
           ELSE
               MOVE W-CUOTA     TO CUO-IMPORTE.
           MOVE "A"             TO CUO-ESTADO.
           MOVE ZERO            TO CUO-MOV-FECHA.
           MOVE ZERO            TO CUO-MOV-SEC.
           MOVE ZERO            TO CUO-FEC-EMISION.

       GRABO-REG-CUOTA.
           WRITE REG-PLAN.
           IF ST-PLA = "99" GO TO GRABO-REG-CUOTA.
           IF ST-PLA > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-PLA " AL GRABAR CUOTA DEL PLAN "
                   W-NRO-PLAN-Z " - VERIFICAR CON SOPORTE"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

           ADD 1 TO W-NRO-CUOTA.
           ADD 1 TO W-VTO-MM.
           IF W-VTO-MM > 12
               MOVE 1 TO W-VTO-MM
               ADD 1 TO W-VTO-AAAA.

       F-GRABO-CUOTA.
           EXIT.

       GRABA-AUDITORIA.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE CLI_ID        TO AUD-ID-CLIENTE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR AL GRABAR AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80
           DISPLAY MENSAJE LINE 22 COL 25.

       END PROGRAM "PLANMANT".
