
           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

      ******************************************************************
       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       01  ST-SAP          PIC XX.
       01  ST-AUD          PIC XX.
       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-PAR          PIC XX.

      * intentos de login permitidos: 3 por defecto, reemplazable por
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "AJUSTES".
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
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
           CLOSE AUDITORIA.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

       PROCESO.
               MOVE "D" TO MOV-SENTIDO
           ELSE
               MOVE "H" TO MOV-SENTIDO.
           MOVE SPACE         TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
