      *          de acceso. Requiere login de nivel supervisor, salvo
      *          la primera vez (archivo vacio) para poder dar el alta
      *          inicial.
      *          La clave se guarda cifrada. El alta y el blanqueo de
      *          clave dejan una clave provisoria que el operador debe
      *          cambiar en su primer ingreso. Un operador bloqueado
      *          por fallos de clave seguidos solo se desbloquea aca
      *          ([D] o reactivandolo en [M]); desbloqueos y blanqueos
      *          quedan en ACCESOS a nombre del supervisor.
      * Tectonics: cobc
      ******************************************************************


           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       WORKING-STORAGE SECTION.

       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-PAR          PIC XX.

       01  MENSAJE         PIC X(70).
       01  FIN             PIC X VALUES "N".
       01  GUIONES         PIC X(80) VALUES ALL "-".
       01  OPCION          PIC X.
       01  W-LIN           PIC 9(02).
       01  W-CONFIRMA      PIC X.
       01  W-ACTIVO-ANT    PIC X.

      * intentos de login permitidos: 3 por defecto, reemplazable por
      * el parametro LOGIN-INTENT de PARAMETROS
       01  W-MAX-INTENTOS  PIC 9(2) VALUE 3.
       01  EXISTE-PAR      PIC X.
       01  W-PAR-NUM       PIC 9(7).
       01  W-PAR-J         PIC 9(2).
       01  W-PAR-HAY-DIG   PIC X.
       01  W-PAR-DIG-X     PIC X.
       01  W-PAR-DIG REDEFINES W-PAR-DIG-X PIC 9.

       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  W-PROGRAMA      PIC X(8) VALUE "OPEMANT".
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

      ******************************************************************
       PROCEDURE DIVISION.

       INICIALIZACION.
           MOVE "N" TO FIN.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.

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

       ABRO-ARCHIVO.
           OPEN I-O OPERADORES.
           CLOSE OPERADORES.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

      * si el archivo esta vacio (instalacion nueva) se permite entrar
      * sin clave para cargar el primer operador; en cualquier otro
      * caso solo entra un supervisor activo. La clave se compara
      * cifrada y los fallos cuentan para el bloqueo igual que en el
      * LOGIN de los demas programas.
       LOGIN.
           MOVE LOW-VALUES TO OPE_CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE_CODIGO
                            NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
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
           GO TO F-LOGIN.

      * clave correcta pero sin nivel de supervisor: no cuenta para el
      * bloqueo, solo queda el rechazo en ACCESOS
       LOGIN-ACEPTADO.
           IF OPE_NIVEL < 3
               MOVE "FALL" TO W-ACC-EVENTO
               MOVE "SIN NIVEL DE SUPERVISOR" TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO
               MOVE "ACCESO DENEGADO - REQUIERE NIVEL SUPERVISOR"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN
               GO TO F-LOGIN.

           PERFORM CONTROLO-VENCIMIENTO THRU F-CONTROLO-VENCIMIENTO.
           IF W-LOG-VENCIDA = "S"
               PERFORM CAMBIO-CLAVE THRU F-CAMBIO-CLAVE.
           IF FIN = "S"
               GO TO F-LOGIN.

           MOVE ZERO TO OPE_INTENTOS.
           ACCEPT OPE_ULT_INGRESO FROM DATE YYYYMMDD.
           PERFORM REGRABO-OPERADOR THRU F-REGRABO-OPERADOR.
           MOVE "INGR"  TO W-ACC-EVENTO.
           MOVE SPACES  TO W-ACC-DETALLE.
           PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           MOVE "S" TO W-LOG-OK.

           MOVE OPE_NIVEL TO W-NIVEL.
           DISPLAY SPACES LINE 01 COL 40 SIZE 40.
           DISPLAY OPE_NOMBRE LINE 01 COL 61.

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

       OPCIONES.
           DISPLAY SPACES LINE 08 COL 01 SIZE 80
                   SPACES LINE 09 COL 01 SIZE 80
                   SPACES LINE 10 COL 01 SIZE 80
                   SPACES LINE 11 COL 01 SIZE 80
                   SPACES LINE 12 COL 01 SIZE 80
                   SPACES LINE 13 COL 01 SIZE 80
                   SPACES LINE 14 COL 01 SIZE 80
                   SPACES LINE 15 COL 01 SIZE 80.
           DISPLAY "MANTENIMIENTO DE OPERADORES"
                                              LINE 03 COL 27
                   GUIONES                    LINE 04 COL 01.
           DISPLAY "[A] ALTA  [B] BUSCAR  [M] MODIFICAR  "
                   "[D] DESBLOQUEAR  [L] LISTAR  [S] SALIR"
                                              LINE 05 COL 05.
           DISPLAY "OPCION [ ]"               LINE 06 COL 05.
           MOVE SPACE TO OPCION.
           ACCEPT  OPCION                     LINE 06 COL 13.
           INSPECT OPCION CONVERTING "abmdls" TO "ABMDLS".

           EVALUATE OPCION
               WHEN "A"
               WHEN "M"
                   PERFORM MODIFICAR-OPERADOR
                       THRU F-MODIFICAR-OPERADOR
               WHEN "D"
                   PERFORM DESBLOQUEAR-OPERADOR
                       THRU F-DESBLOQUEAR-OPERADOR
               WHEN "L"
                   PERFORM LISTAR-OPERADORES THRU F-LISTAR-OPERADORES
               WHEN "S"
       F-OPCIONES.
           EXIT.

      * la clave que se carga en el alta es provisoria: queda con
      * OPE_CLAVE_FECHA en cero y el operador la cambia al entrar
       ALTA-OPERADOR.
           MOVE SPACES TO REG-OPERADOR.
           DISPLAY "CODIGO               : " LINE 08 COL 05.
           MOVE SPACES TO OPE_CODIGO.
           ACCEPT OPE_CODIGO LINE 08 COL 30.
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ALTA-OPERADOR.

           DISPLAY "CLAVE PROVISORIA     : " LINE 10 COL 05.
           MOVE SPACES TO W-LOG-NUEVA.
           ACCEPT W-LOG-NUEVA LINE 10 COL 30 WITH SECURE.
           IF W-LOG-NUEVA = SPACES
               MOVE "LA CLAVE ES OBLIGATORIA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ALTA-OPERADOR.
           MOVE W-LOG-NUEVA TO W-CIF-CLAVE.
           PERFORM CIFRO-CLAVE.
           MOVE W-CIF-RES TO OPE_PASSWORD.
           MOVE ZERO TO OPE_CLAVE_FECHA.
           MOVE ZERO TO OPE_INTENTOS.
           MOVE ZERO TO OPE_ULT_INGRESO.

           PERFORM INGRESO-NIVEL THRU F-INGRESO-NIVEL.
           MOVE "S" TO OPE_ACTIVO.
                   "NIVEL                : " LINE 10 COL 05
                   OPE_NIVEL                 LINE 10 COL 30
                   "ACTIVO               : " LINE 11 COL 05
                   OPE_ACTIVO                LINE 11 COL 30
                   "FALLOS DE CLAVE      : " LINE 12 COL 05
                   OPE_INTENTOS              LINE 12 COL 30
                   "ULTIMO CAMBIO CLAVE  : " LINE 13 COL 05
                   OPE_CLAVE_FECHA           LINE 13 COL 30
                   "ULTIMO INGRESO       : " LINE 14 COL 05
                   OPE_ULT_INGRESO           LINE 14 COL 30.

       F-BUSCAR-OPERADOR.
           EXIT.

      * la clave no se muestra (esta cifrada): se puede blanquear con
      * una provisoria. Reactivar un operador inactivo lo desbloquea.
       MODIFICAR-OPERADOR.
           DISPLAY "CODIGO DE OPERADOR   : " LINE 08 COL 05.
           MOVE SPACES TO OPE_CODIGO.
               MOVE "OPERADOR NO ENCONTRADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-MODIFICAR-OPERADOR.
           MOVE OPE_ACTIVO TO W-ACTIVO-ANT.

           DISPLAY "NOMBRE               : " LINE 09 COL 05.
           ACCEPT OPE_NOMBRE LINE 09 COL 30 UPDATE.
           DISPLAY "BLANQUEAR CLAVE [S/N]: " LINE 10 COL 05.
           MOVE "N" TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 10 COL 30.
           INSPECT W-CONFIRMA CONVERTING "s" TO "S".
           IF W-CONFIRMA = "S"
               PERFORM BLANQUEO-CLAVE THRU F-BLANQUEO-CLAVE
               IF W-CONFIRMA NOT = "S"
                   GO TO F-MODIFICAR-OPERADOR
               END-IF
           END-IF.
           PERFORM INGRESO-NIVEL THRU F-INGRESO-NIVEL.
           DISPLAY "ACTIVO [S/N]         : " LINE 12 COL 05.
           ACCEPT OPE_ACTIVO LINE 12 COL 30 UPDATE.
           INSPECT OPE_ACTIVO CONVERTING "sn" TO "SN".
           IF OPE_ACTIVO NOT = "S" AND OPE_ACTIVO NOT = "N"
               MOVE "S" TO OPE_ACTIVO.
           IF W-ACTIVO-ANT NOT = "S" AND OPE_ACTIVO = "S"
               MOVE ZERO TO OPE_INTENTOS.

       MODIFICAR-GRABO.
           REWRITE REG-OPERADOR.
           IF ST-OPE = "99" GO TO MODIFICAR-GRABO.
           IF ST-OPE > "07"
               STRING "ERROR " ST-OPE " AL MODIFICAR OPERADOR "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-MODIFICAR-OPERADOR.

           IF W-CONFIRMA = "S"
               MOVE "DESB" TO W-ACC-EVENTO
               MOVE SPACES TO W-ACC-DETALLE
               STRING "BLANQUEO CLAVE " OPE_CODIGO
                   DELIMITED BY SIZE INTO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           IF W-ACTIVO-ANT NOT = "S" AND OPE_ACTIVO = "S"
               MOVE "DESB" TO W-ACC-EVENTO
               MOVE SPACES TO W-ACC-DETALLE
               STRING "DESBLOQUEO " OPE_CODIGO
                   DELIMITED BY SIZE INTO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           MOVE "OPERADOR MODIFICADO CON EXITO" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-MODIFICAR-OPERADOR.
           EXIT.

      * pide la clave provisoria; sin clave deja W-CONFIRMA en "N"
       BLANQUEO-CLAVE.
           DISPLAY "PROVISORIA : " LINE 10 COL 35.
           MOVE SPACES TO W-LOG-NUEVA.
           ACCEPT W-LOG-NUEVA LINE 10 COL 48 WITH SECURE.
           IF W-LOG-NUEVA = SPACES
               MOVE "N" TO W-CONFIRMA
               MOVE "LA CLAVE ES OBLIGATORIA - NO SE MODIFICA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-BLANQUEO-CLAVE.
           MOVE W-LOG-NUEVA TO W-CIF-CLAVE.
           PERFORM CIFRO-CLAVE.
           MOVE W-CIF-RES TO OPE_PASSWORD.
           MOVE ZERO TO OPE_CLAVE_FECHA.
           MOVE ZERO TO OPE_INTENTOS.

       F-BLANQUEO-CLAVE.
           EXIT.

      * desbloqueo de un operador que quedo inactivo por fallos de
      * clave: lo reactiva y pone el contador en cero
       DESBLOQUEAR-OPERADOR.
           DISPLAY "CODIGO DE OPERADOR   : " LINE 08 COL 05.
           MOVE SPACES TO OPE_CODIGO.
           ACCEPT OPE_CODIGO LINE 08 COL 30.
           READ OPERADORES INVALID KEY MOVE "N" TO EXISTE
                            NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE "OPERADOR NO ENCONTRADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-DESBLOQUEAR-OPERADOR.
           IF OPE_ACTIVO = "S" AND OPE_INTENTOS = ZERO
               MOVE "EL OPERADOR NO ESTA BLOQUEADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-DESBLOQUEAR-OPERADOR.

           DISPLAY "NOMBRE               : " LINE 09 COL 05
                   OPE_NOMBRE                LINE 09 COL 30
                   "FALLOS DE CLAVE      : " LINE 10 COL 05
                   OPE_INTENTOS              LINE 10 COL 30
                   "CONFIRMA DESBLOQUEO [S/N]: " LINE 12 COL 05.
           MOVE "N" TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 12 COL 33.
           INSPECT W-CONFIRMA CONVERTING "s" TO "S".
           IF W-CONFIRMA NOT = "S"
               GO TO F-DESBLOQUEAR-OPERADOR.

           MOVE "S"  TO OPE_ACTIVO.
           MOVE ZERO TO OPE_INTENTOS.

       DESBLOQUEAR-GRABO.
           REWRITE REG-OPERADOR.
           IF ST-OPE = "99" GO TO DESBLOQUEAR-GRABO.
           IF ST-OPE > "07"
               STRING "ERROR " ST-OPE " AL MODIFICAR OPERADOR "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-DESBLOQUEAR-OPERADOR.

           MOVE "DESB" TO W-ACC-EVENTO.
           MOVE SPACES TO W-ACC-DETALLE.
           STRING "DESBLOQUEO " OPE_CODIGO
               DELIMITED BY SIZE INTO W-ACC-DETALLE.
           PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           MOVE "OPERADOR DESBLOQUEADO" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-DESBLOQUEAR-OPERADOR.
           EXIT.

       LISTAR-OPERADORES.
           DISPLAY SPACES LINE 08 COL 01 SIZE 80.
           MOVE LOW-VALUES TO OPE_CODIGO.
               AT END MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N" GO TO F-LISTAR-OPERADORES-SIG.
           DISPLAY OPE_CODIGO      LINE W-LIN COL 10
                   OPE_NOMBRE      LINE W-LIN COL 20
                   OPE_NIVEL       LINE W-LIN COL 45
                   OPE_ACTIVO      LINE W-LIN COL 50
                   OPE_INTENTOS    LINE W-LIN COL 54
                   OPE_ULT_INGRESO LINE W-LIN COL 59.
           ADD 1 TO W-LIN.

       F-LISTAR-OPERADORES-SIG.
