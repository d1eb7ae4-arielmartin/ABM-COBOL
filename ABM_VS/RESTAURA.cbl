      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Restauracion de un respaldo - lista las generaciones
      *          completas de RESPALDOS (las ultimas 12), y vuelve
      *          CLIENTES, MOVIMIENTOS, IMPUTA, RECIBOS, APERTURA,
      *          RECCTL, CIECTL, PLANES y las historias a la elegida.
      *          Antes de tocar nada verifica que la generacion tenga
      *          las cantidades de su control, y compara MOVIMIENTOS
      *          contra el respaldo: los movimientos que no estan en
      *          el respaldo se perderian y se listan en restaura.lst;
      *          si alguno no es de la cadena (RECARGO o PLANCUO), es
      *          decir actividad de CTACTE u otro programa posterior
      *          al respaldo, no restaura salvo que
      *          el supervisor escriba FORZAR. Cada archivo restaurado
      *          se relee y se compara su cantidad con la del control.
      *          Deja un registro "REST" en AUDITORIA, la restauracion
      *          en el control de la generacion y una RESTAURA en
      *          CORRIDAS (habilita correr de nuevo la cadena de la
      *          fecha). Requiere login de nivel supervisor.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "RESTAURA".

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

           COPY SELRSP.

           COPY SELRSC.

           COPY SELAUD.

           COPY SELRUN.

           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

           SELECT OPTIONAL HISTCLI
                  ASSIGN TO "d:\data\clientes-hist.dat"
                  FILE STATUS ST-HCL.

           SELECT OPTIONAL HISTMOV
                  ASSIGN TO "d:\data\movimientos-hist.dat"
                  FILE STATUS ST-HMV.

           SELECT OPTIONAL HISTIMP
                  ASSIGN TO "d:\data\imputa-hist.dat"
                  FILE STATUS ST-HIM.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\restaura.lst"
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

       FD  RESPALDOS.
           COPY REGRSP.

       FD  RSPCTL.
           COPY REGRSC.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  CORRIDAS.
           COPY REGRUN.

       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

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

       01  ST-FILE         PIC XX.
       01  ST-MOV          PIC XX.
       01  ST-IMP          PIC XX.
       01  ST-REC          PIC XX.
       01  ST-SAP          PIC XX.
       01  ST-CTL          PIC XX.
       01  ST-CIE          PIC XX.
       01  ST-PLA          PIC XX.
       01  ST-RSP          PIC XX.
       01  ST-RSC          PIC XX.
       01  ST-AUD          PIC XX.
       01  ST-RUN          PIC XX.
       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-PAR          PIC XX.
       01  ST-HCL          PIC XX.
       01  ST-HMV          PIC XX.
       01  ST-HIM          PIC XX.
       01  ST-REP          PIC XX.
       01  W-ST            PIC XX.

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
       01  GUIONES         PIC X(80) VALUES ALL "-".
       01  W-OPERADOR      PIC X(20).
       01  W-HORA-LARGA    PIC X(20).
       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "RESTAURA".
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
       01  W-FORZAR        PIC X(6).
       01  W-FECHA-HOY     PIC 9(8).
       01  W-HORA-INICIO   PIC 9(6).
       01  W-LIN           PIC 9(2).
       01  W-I             PIC 9(2).

      * generaciones completas que se ofrecen: las ultimas 12
       01  W-GEN-USADAS    PIC 9(2) VALUE ZERO.
       01  TAB-GENERACIONES.
           03  TAB-GEN OCCURS 12.
               05 TG-FECHA     PIC 9(8).
               05 TG-SEC       PIC 9(2).
               05 TG-HORA      PIC 9(6).
               05 TG-CLIENTES  PIC 9(9).
               05 TG-MOVIM     PIC 9(9).
               05 TG-REST      PIC 9(8).
       01  W-ELECCION      PIC 9(2).
       01  W-GENERACION.
           03 W-GEN-FECHA  PIC 9(8).
           03 W-GEN-SEC    PIC 9(2).

       01  W-HAY-RSC       PIC X.
       01  W-HAY-RSP       PIC X.
       01  W-HAY-MOV       PIC X.
       01  HAY-RUN         PIC X.
       01  W-FIN-ARCH      PIC X.
      * "S" si la restauracion no sigue (respaldo con diferencias,
      * movimientos posteriores sin forzar o cancelacion)
       01  W-CANCELA       PIC X.
       01  W-FORZADA       PIC X.
       01  W-SECUENCIA     PIC 9(2).
       01  W-ARCH          PIC 9(2).
       01  W-NUMERO        PIC 9(9).
       01  W-RELEIDOS      PIC 9(9).
       01  W-DIFERENCIAS   PIC 9(2).

      * cantidades de registros: en el respaldo (contadas) y en el
      * control de la generacion
       01  TAB-CANTIDADES.
           03 W-CANT       PIC 9(9) OCCURS 11.
       01  TAB-CONTROL.
           03 W-CTL-CANT   PIC 9(9) OCCURS 11.

      * comparacion de MOVIMIENTOS contra el respaldo por clave
       01  W-CLAVE-ACT     PIC X(19).
       01  W-CLAVE-RSP     PIC X(19).
       01  W-CANT-POST     PIC 9(7).
       01  W-CANT-AJENOS   PIC 9(7).
       01  W-MARCA         PIC X.

      * nombres de los archivos por codigo, en el orden de REGRSC
       01  W-NOMBRES.
           03 FILLER       PIC X(16) VALUE "CLIENTES".
           03 FILLER       PIC X(16) VALUE "MOVIMIENTOS".
           03 FILLER       PIC X(16) VALUE "IMPUTA".
           03 FILLER       PIC X(16) VALUE "RECIBOS".
           03 FILLER       PIC X(16) VALUE "APERTURA".
           03 FILLER       PIC X(16) VALUE "RECCTL".
           03 FILLER       PIC X(16) VALUE "CIECTL".
           03 FILLER       PIC X(16) VALUE "PLANES".
           03 FILLER       PIC X(16) VALUE "CLIENTES-HIST".
           03 FILLER       PIC X(16) VALUE "MOVIMIENTOS-HIST".
           03 FILLER       PIC X(16) VALUE "IMPUTA-HIST".
       01  FILLER REDEFINES W-NOMBRES.
           03 W-NOMBRE-ARCH PIC X(16) OCCURS 11.

       01  W-NRO-Z         PIC Z9.
       01  W-CANT-Z        PIC Z(8)9.
       01  W-CANT2-Z       PIC Z(8)9.
       01  W-CANT3-Z       PIC Z(8)9.
       01  W-POST-Z        PIC Z(6)9.
       01  W-CLI-ID-Z      PIC Z(6)9.
       01  W-IMPORTE-Z     PIC Z(5)9,999.
       01  W-REST-Z        PIC X(8).

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
      * volver los archivos atras es potestad exclusiva del supervisor
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

       ABRO-CONTROL.
           OPEN I-O RSPCTL.
           IF ST-RSC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR CONTROL DE RESPALDOS " ST-RSC
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN.

           OPEN INPUT RESPALDOS.
           IF ST-RSP > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR ARCHIVO RESPALDOS " ST-RSP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN.

       CIERRO-CONTROL.
           CLOSE RSPCTL.
           CLOSE RESPALDOS.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

      * una restauracion por sesion: hecha (o intentada sobre archivos
      * ya tocados) el programa termina
       PROCESO.
           PERFORM ABRO-CONTROL.
           IF FIN = "S" GO TO F-PROCESO.

           PERFORM MUESTRO-GENERACIONES THRU F-MUESTRO-GENERACIONES.
           IF FIN = "S"
               PERFORM CIERRO-CONTROL
               GO TO F-PROCESO.

           PERFORM ELIJO-GENERACION THRU F-ELIJO-GENERACION.
           IF FIN = "N" AND W-ELECCION > ZERO
               PERFORM RESTAURO-GENERACION
                   THRU F-RESTAURO-GENERACION.
           PERFORM CIERRO-CONTROL.

       F-PROCESO.
           EXIT.

       MUESTRO-GENERACIONES.
           MOVE 3 TO W-LIN.
           PERFORM LIMPIO-LINEA UNTIL W-LIN > 21.
           DISPLAY "RESTAURACION DE RESPALDOS"   LINE 03 COL 28
                   GUIONES                       LINE 04 COL 01.
           DISPLAY "NRO  FECHA    SEC  HORA      CLIENTES  MOVIMIENTOS"
                   LINE 05 COL 03.
           DISPLAY "RESTAURADA" LINE 05 COL 57.

           MOVE ZERO TO W-GEN-USADAS.
           MOVE ZERO TO RSC-FECHA.
           MOVE ZERO TO RSC-SECUENCIA.
           START RSPCTL KEY IS NOT LESS THAN RSC-GENERACION
               INVALID KEY MOVE "N" TO W-HAY-RSC
               NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-START.
           PERFORM CARGO-GENERACION THRU F-CARGO-GENERACION
               UNTIL W-HAY-RSC = "N".

           IF W-GEN-USADAS = ZERO
               MOVE "NO HAY GENERACIONES DE RESPALDO COMPLETAS"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN
               GO TO F-MUESTRO-GENERACIONES.

           MOVE 1 TO W-I.
           PERFORM MUESTRO-RENGLON UNTIL W-I > W-GEN-USADAS.

       F-MUESTRO-GENERACIONES.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LIN COL 1 SIZE 80.
           ADD 1 TO W-LIN.

      * solo las completas; con la tabla llena se corre una posicion
      * y queda la mas nueva al final
       CARGO-GENERACION.
           READ RSPCTL NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "N" GO TO F-CARGO-GENERACION.
           IF NOT RSC-COMPLETA GO TO F-CARGO-GENERACION.

           IF W-GEN-USADAS = 12
               MOVE 1 TO W-I
               PERFORM CORRO-GENERACION UNTIL W-I > 11
           ELSE
               ADD 1 TO W-GEN-USADAS.
           MOVE RSC-FECHA      TO TG-FECHA(W-GEN-USADAS).
           MOVE RSC-SECUENCIA  TO TG-SEC(W-GEN-USADAS).
           MOVE RSC-HORA       TO TG-HORA(W-GEN-USADAS).
           MOVE RSC-CANT(1)    TO TG-CLIENTES(W-GEN-USADAS).
           MOVE RSC-CANT(2)    TO TG-MOVIM(W-GEN-USADAS).
           MOVE RSC-REST-FECHA TO TG-REST(W-GEN-USADAS).

       F-CARGO-GENERACION.
           EXIT.

       CORRO-GENERACION.
           MOVE TAB-GEN(W-I + 1) TO TAB-GEN(W-I).
           ADD 1 TO W-I.

       MUESTRO-RENGLON.
           COMPUTE W-LIN = W-I + 5.
           MOVE W-I                TO W-NRO-Z.
           MOVE TG-CLIENTES(W-I)   TO W-CANT-Z.
           MOVE TG-MOVIM(W-I)      TO W-CANT2-Z.
           IF TG-REST(W-I) = ZERO
               MOVE SPACES TO W-REST-Z
           ELSE
               MOVE TG-REST(W-I) TO W-REST-Z.
           DISPLAY W-NRO-Z         LINE W-LIN COL 04
                   TG-FECHA(W-I)   LINE W-LIN COL 08
                   TG-SEC(W-I)     LINE W-LIN COL 18
                   TG-HORA(W-I)    LINE W-LIN COL 22
                   W-CANT-Z        LINE W-LIN COL 30
                   W-CANT2-Z       LINE W-LIN COL 42
                   W-REST-Z        LINE W-LIN COL 58.
           ADD 1 TO W-I.

       ELIJO-GENERACION.
           DISPLAY "GENERACION A RESTAURAR (0 = SALIR) : "
                   LINE 19 COL 05.
           MOVE ZERO TO W-ELECCION.
           ACCEPT W-ELECCION LINE 19 COL 43.
           IF W-ELECCION = ZERO
               MOVE "S" TO FIN
               GO TO F-ELIJO-GENERACION.
           IF W-ELECCION > W-GEN-USADAS
               MOVE "NUMERO DE GENERACION INEXISTENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE ZERO TO W-ELECCION
               GO TO F-ELIJO-GENERACION.
           MOVE TG-FECHA(W-ELECCION) TO W-GEN-FECHA.
           MOVE TG-SEC(W-ELECCION)   TO W-GEN-SEC.

       F-ELIJO-GENERACION.
           EXIT.

      * controles, confirmacion y vuelta atras de los archivos; todo
      * lo actuado queda en el listado restaura.lst
       RESTAURO-GENERACION.
           MOVE "N" TO W-CANCELA.
           MOVE "N" TO W-FORZADA.
           MOVE ZERO TO W-DIFERENCIAS.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO W-HORA-INICIO.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LISTADO " ST-REP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-RESTAURO-GENERACION.
           MOVE SPACES TO LINEA-LOG.
           STRING "RESTAURACION DE LA GENERACION " W-GEN-FECHA "-"
               W-GEN-SEC " - " W-FECHA-HOY " " W-HORA-INICIO " - "
               W-OPERADOR
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE GUIONES TO LINEA-LOG.
           WRITE LINEA-LOG.

           PERFORM VERIFICO-RESPALDO THRU F-VERIFICO-RESPALDO.
           IF W-CANCELA = "S"
               CLOSE REPORTE
               GO TO F-RESTAURO-GENERACION.

           PERFORM CONTROLO-POSTERIORES THRU F-CONTROLO-POSTERIORES.
           IF W-CANCELA = "S"
               CLOSE REPORTE
               GO TO F-RESTAURO-GENERACION.

           PERFORM CONFIRMO-RESTAURACION
               THRU F-CONFIRMO-RESTAURACION.
           IF W-CANCELA = "S"
               MOVE SPACES TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "RESTAURACION CANCELADA" TO LINEA-LOG
               WRITE LINEA-LOG
               CLOSE REPORTE
               GO TO F-RESTAURO-GENERACION.

           MOVE "RESTAURANDO - NO INTERRUMPA" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "ARCHIVO           RESPALDO  GRABADOS  RELEIDOS"
               TO LINEA-LOG.
           WRITE LINEA-LOG.
           PERFORM RESTAURO-CLIENTES THRU F-RESTAURO-CLIENTES.
           PERFORM RESTAURO-MOVIMIENTOS THRU F-RESTAURO-MOVIMIENTOS.
           PERFORM RESTAURO-IMPUTA THRU F-RESTAURO-IMPUTA.
           PERFORM RESTAURO-RECIBOS THRU F-RESTAURO-RECIBOS.
           PERFORM RESTAURO-APERTURA THRU F-RESTAURO-APERTURA.
           PERFORM RESTAURO-RECCTL THRU F-RESTAURO-RECCTL.
           PERFORM RESTAURO-CIECTL THRU F-RESTAURO-CIECTL.
           PERFORM RESTAURO-PLANES THRU F-RESTAURO-PLANES.
           PERFORM RESTAURO-HISTCLI THRU F-RESTAURO-HISTCLI.
           PERFORM RESTAURO-HISTMOV THRU F-RESTAURO-HISTMOV.
           PERFORM RESTAURO-HISTIMP THRU F-RESTAURO-HISTIMP.

           PERFORM ANOTO-RESTAURACION THRU F-ANOTO-RESTAURACION.
           CLOSE REPORTE.
           IF W-DIFERENCIAS > ZERO
               MOVE "RESTAURACION CON DIFERENCIAS - VER LISTADO"
                   TO MENSAJE
           ELSE
               MOVE "RESTAURACION COMPLETA" TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           MOVE "S" TO FIN.

       F-RESTAURO-GENERACION.
           EXIT.

      * la generacion se cuenta registro por registro y se compara
      * con las cantidades de su control
       VERIFICO-RESPALDO.
           MOVE W-GENERACION TO RSC-GENERACION.
           READ RSPCTL INVALID KEY MOVE "N" TO W-HAY-RSC
                        NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "N" OR NOT RSC-COMPLETA
               MOVE "GENERACION INEXISTENTE O INCOMPLETA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE MENSAJE TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-CANCELA
               GO TO F-VERIFICO-RESPALDO.
           MOVE RSC-CANTIDADES TO TAB-CONTROL.

           MOVE ZERO TO TAB-CANTIDADES.
           MOVE W-GENERACION TO RSP-GENERACION.
           MOVE ZERO TO RSP-ARCHIVO.
           MOVE ZERO TO RSP-NUMERO.
           START RESPALDOS KEY IS NOT LESS THAN RSP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-RSP
               NOT INVALID KEY MOVE "S" TO W-HAY-RSP
           END-START.
           PERFORM CUENTO-RESPALDO THRU F-CUENTO-RESPALDO
               UNTIL W-HAY-RSP = "N".

           MOVE 1 TO W-ARCH.
           PERFORM COMPARO-CANTIDAD UNTIL W-ARCH > 11.
           IF W-DIFERENCIAS > ZERO
               MOVE "RESPALDO INCOMPLETO - NO SE PUEDE RESTAURAR"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE MENSAJE TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-CANCELA.

       F-VERIFICO-RESPALDO.
           EXIT.

       CUENTO-RESPALDO.
           READ RESPALDOS NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSP
           END-READ.
           IF W-HAY-RSP = "S" AND RSP-GENERACION NOT = W-GENERACION
               MOVE "N" TO W-HAY-RSP.
           IF W-HAY-RSP = "N" GO TO F-CUENTO-RESPALDO.
           IF RSP-ARCHIVO > ZERO AND RSP-ARCHIVO < 12
               ADD 1 TO W-CANT(RSP-ARCHIVO).

       F-CUENTO-RESPALDO.
           EXIT.

       COMPARO-CANTIDAD.
           IF W-CANT(W-ARCH) NOT = W-CTL-CANT(W-ARCH)
               ADD 1 TO W-DIFERENCIAS
               MOVE W-CANT(W-ARCH)     TO W-CANT-Z
               MOVE W-CTL-CANT(W-ARCH) TO W-CANT2-Z
               MOVE SPACES TO LINEA-LOG
               STRING W-NOMBRE-ARCH(W-ARCH) " EN RESPALDO " W-CANT-Z
                   " SEGUN CONTROL " W-CANT2-Z
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.
           ADD 1 TO W-ARCH.

      * recorre MOVIMIENTOS y la copia del respaldo a la par, por
      * clave: lo que hoy esta y en el respaldo no, se perderia. Lo
      * grabado por la cadena (RECARGO, PLANCUO) se vuelve a generar
      * al correrla de nuevo; cualquier otro movimiento es actividad
      * posterior al respaldo y obliga a forzar.
       CONTROLO-POSTERIORES.
           MOVE ZERO TO W-CANT-POST.
           MOVE ZERO TO W-CANT-AJENOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR ARCHIVO MOVIMIENTOS " ST-MOV
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE MENSAJE TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-CANCELA
               GO TO F-CONTROLO-POSTERIORES.

           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "MOVIMIENTOS POSTERIORES AL RESPALDO QUE SE PERDERIAN"
               TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE SPACES TO LINEA-LOG.
           STRING " CLIENTE FECHA    SEC  T    IMPORTE HORA   "
               "OPERADOR             COMPROBANTE"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "(* = AJENO A LA CADENA, OBLIGA A FORZAR)"
               TO LINEA-LOG.
           WRITE LINEA-LOG.

           MOVE W-GENERACION TO RSP-GENERACION.
           MOVE 2    TO RSP-ARCHIVO.
           MOVE ZERO TO RSP-NUMERO.
           START RESPALDOS KEY IS NOT LESS THAN RSP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-RSP
               NOT INVALID KEY MOVE "S" TO W-HAY-RSP
           END-START.
           MOVE "S" TO W-HAY-MOV.
           PERFORM LEO-RSP-MOVIMIENTO THRU F-LEO-RSP-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM COMPARO-MOVIMIENTO THRU F-COMPARO-MOVIMIENTO
               UNTIL W-CLAVE-ACT = HIGH-VALUES.
           CLOSE MOVIMIENTOS.

           MOVE W-CANT-POST TO W-POST-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "TOTAL MOVIMIENTOS QUE SE PERDERIAN: " W-POST-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE W-CANT-AJENOS TO W-POST-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "  DE ELLOS AJENOS A LA CADENA : " W-POST-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

           IF W-CANT-AJENOS = ZERO GO TO F-CONTROLO-POSTERIORES.

           MOVE SPACES TO MENSAJE.
           STRING W-POST-Z " MOVIMIENTOS POSTERIORES SE PERDERIAN"
               " - VER LISTADO"
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "PARA RESTAURAR IGUAL ESCRIBA FORZAR : "
                   LINE 20 COL 05.
           MOVE SPACES TO W-FORZAR.
           ACCEPT W-FORZAR LINE 20 COL 43.
           INSPECT W-FORZAR CONVERTING "forza" TO "FORZA".
           IF W-FORZAR NOT = "FORZAR"
               MOVE "RESTAURACION CANCELADA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE SPACES TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "RESTAURACION RECHAZADA POR MOVIMIENTOS POSTERIORES"
                   TO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-CANCELA
               GO TO F-CONTROLO-POSTERIORES.
           MOVE "S" TO W-FORZADA.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "RESTAURACION FORZADA POR EL SUPERVISOR" TO LINEA-LOG.
           WRITE LINEA-LOG.

       F-CONTROLO-POSTERIORES.
           EXIT.

       LEO-MOVIMIENTO.
           IF W-HAY-MOV = "S"
               READ MOVIMIENTOS NEXT RECORD
                   AT END MOVE "N" TO W-HAY-MOV
               END-READ.
           IF W-HAY-MOV = "N"
               MOVE HIGH-VALUES TO W-CLAVE-ACT
           ELSE
               MOVE MOV-CLAVE TO W-CLAVE-ACT.

       F-LEO-MOVIMIENTO.
           EXIT.

       LEO-RSP-MOVIMIENTO.
           IF W-HAY-RSP = "S"
               READ RESPALDOS NEXT RECORD
                   AT END MOVE "N" TO W-HAY-RSP
               END-READ.
           IF W-HAY-RSP = "S"
              AND (RSP-GENERACION NOT = W-GENERACION
                   OR RSP-ARCHIVO NOT = 2)
               MOVE "N" TO W-HAY-RSP.
           IF W-HAY-RSP = "N"
               MOVE HIGH-VALUES TO W-CLAVE-RSP
           ELSE
               MOVE RSP-DATOS(1:19) TO W-CLAVE-RSP.

       F-LEO-RSP-MOVIMIENTO.
           EXIT.

       COMPARO-MOVIMIENTO.
           IF W-CLAVE-RSP < W-CLAVE-ACT
               PERFORM LEO-RSP-MOVIMIENTO THRU F-LEO-RSP-MOVIMIENTO
               GO TO F-COMPARO-MOVIMIENTO.
           IF W-CLAVE-RSP = W-CLAVE-ACT
               PERFORM LEO-RSP-MOVIMIENTO THRU F-LEO-RSP-MOVIMIENTO
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO
               GO TO F-COMPARO-MOVIMIENTO.

      * esta hoy y no en el respaldo
           ADD 1 TO W-CANT-POST.
           MOVE MOV-ID-CLIENTE TO W-CLI-ID-Z.
           MOVE MOV-IMPORTE    TO W-IMPORTE-Z.
           MOVE SPACE TO W-MARCA.
           IF MOV-OPERADOR NOT = "RECARGO"
              AND MOV-OPERADOR NOT = "PLANCUO"
               ADD 1 TO W-CANT-AJENOS
               MOVE "*" TO W-MARCA.
           MOVE SPACES TO LINEA-LOG.
           STRING W-MARCA W-CLI-ID-Z " " MOV-FECHA " " MOV-SECUENCIA
               " " MOV-TIPO " " W-IMPORTE-Z " " MOV-HORA " "
               MOV-OPERADOR " " MOV-COMPROBANTE
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-COMPARO-MOVIMIENTO.
           EXIT.

       CONFIRMO-RESTAURACION.
           MOVE SPACES TO MENSAJE.
           STRING "SE VUELVEN LOS ARCHIVOS A LA GENERACION "
               W-GEN-FECHA "-" W-GEN-SEC
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY SPACES LINE 20 COL 1 SIZE 80.
           DISPLAY "CONFIRMA RESTAURACION? [S/N]" LINE 20 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 20 COL 40.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "RESTAURACION CANCELADA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-CANCELA.

       F-CONFIRMO-RESTAURACION.
           EXIT.

       INICIO-ARCHIVO.
           MOVE ZERO TO W-NUMERO.
           MOVE W-GENERACION TO RSP-GENERACION.
           MOVE W-ARCH       TO RSP-ARCHIVO.
           MOVE ZERO         TO RSP-NUMERO.
           START RESPALDOS KEY IS NOT LESS THAN RSP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-RSP
               NOT INVALID KEY MOVE "S" TO W-HAY-RSP
           END-START.

       LEO-RESPALDO.
           READ RESPALDOS NEXT RECORD
               AT END MOVE "N" TO W-HAY-RSP
           END-READ.
           IF W-HAY-RSP = "S"
              AND (RSP-GENERACION NOT = W-GENERACION
                   OR RSP-ARCHIVO NOT = W-ARCH)
               MOVE "N" TO W-HAY-RSP.

       F-LEO-RESPALDO.
           EXIT.

      * por archivo: cantidad del control, grabados y releidos; las
      * tres tienen que coincidir
       FIN-ARCHIVO.
           MOVE W-CTL-CANT(W-ARCH) TO W-CANT-Z.
           MOVE W-NUMERO           TO W-CANT2-Z.
           MOVE W-RELEIDOS         TO W-CANT3-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " " W-CANT-Z " " W-CANT2-Z
               " " W-CANT3-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           IF W-NUMERO NOT = W-CTL-CANT(W-ARCH)
              OR W-RELEIDOS NOT = W-CTL-CANT(W-ARCH)
               MOVE "DIFERENCIA" TO LINEA-LOG(48:10)
               ADD 1 TO W-DIFERENCIAS.
           WRITE LINEA-LOG.

       ERROR-APERTURA.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " ERROR " W-ST
               " AL ABRIR - NO SE RESTAURO"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           ADD 1 TO W-DIFERENCIAS.

       ERROR-GRABACION.
           MOVE SPACES TO LINEA-LOG.
           STRING W-NOMBRE-ARCH(W-ARCH) " ERROR " W-ST
               " AL GRABAR - RESTAURACION INCOMPLETA"
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE "N" TO W-HAY-RSP.

       RESTAURO-CLIENTES.
           MOVE 1 TO W-ARCH.
           OPEN OUTPUT CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-CLIENTES.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-CLIENTES THRU F-REPONGO-CLIENTES
               UNTIL W-HAY-RSP = "N".
           CLOSE CLIENTES.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-CLIENTES.
           PERFORM CUENTO-CLIENTES THRU F-CUENTO-CLIENTES
               UNTIL W-FIN-ARCH = "S".
           CLOSE CLIENTES.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-CLIENTES.
           EXIT.

       REPONGO-CLIENTES.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-CLIENTES.
           MOVE RSP-DATOS TO REG-CLIENTES.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-CLIENTES.
           ADD 1 TO W-NUMERO.

       F-REPONGO-CLIENTES.
           EXIT.

       CUENTO-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-CLIENTES.
           EXIT.

       RESTAURO-MOVIMIENTOS.
           MOVE 2 TO W-ARCH.
           OPEN OUTPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE ST-MOV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-MOVIMIENTOS.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-MOVIMIENTOS THRU F-REPONGO-MOVIMIENTOS
               UNTIL W-HAY-RSP = "N".
           CLOSE MOVIMIENTOS.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE ST-MOV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-MOVIMIENTOS.
           PERFORM CUENTO-MOVIMIENTOS THRU F-CUENTO-MOVIMIENTOS
               UNTIL W-FIN-ARCH = "S".
           CLOSE MOVIMIENTOS.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-MOVIMIENTOS.
           EXIT.

       REPONGO-MOVIMIENTOS.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-MOVIMIENTOS.
           MOVE RSP-DATOS TO REG-MOVIMIENTOS.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV > "07"
               MOVE ST-MOV TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-MOVIMIENTOS.
           ADD 1 TO W-NUMERO.

       F-REPONGO-MOVIMIENTOS.
           EXIT.

       CUENTO-MOVIMIENTOS.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-MOVIMIENTOS.
           EXIT.

       RESTAURO-IMPUTA.
           MOVE 3 TO W-ARCH.
           OPEN OUTPUT IMPUTA.
           IF ST-IMP > "07"
               MOVE ST-IMP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-IMPUTA.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-IMPUTA THRU F-REPONGO-IMPUTA
               UNTIL W-HAY-RSP = "N".
           CLOSE IMPUTA.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
               MOVE ST-IMP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-IMPUTA.
           PERFORM CUENTO-IMPUTA THRU F-CUENTO-IMPUTA
               UNTIL W-FIN-ARCH = "S".
           CLOSE IMPUTA.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-IMPUTA.
           EXIT.

       REPONGO-IMPUTA.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-IMPUTA.
           MOVE RSP-DATOS TO REG-IMPUTA.
           WRITE REG-IMPUTA.
           IF ST-IMP > "07"
               MOVE ST-IMP TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-IMPUTA.
           ADD 1 TO W-NUMERO.

       F-REPONGO-IMPUTA.
           EXIT.

       CUENTO-IMPUTA.
           READ IMPUTA NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-IMPUTA.
           EXIT.

       RESTAURO-RECIBOS.
           MOVE 4 TO W-ARCH.
           OPEN OUTPUT RECIBOS.
           IF ST-REC > "07"
               MOVE ST-REC TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-RECIBOS.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-RECIBOS THRU F-REPONGO-RECIBOS
               UNTIL W-HAY-RSP = "N".
           CLOSE RECIBOS.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT RECIBOS.
           IF ST-REC > "07"
               MOVE ST-REC TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-RECIBOS.
           PERFORM CUENTO-RECIBOS THRU F-CUENTO-RECIBOS
               UNTIL W-FIN-ARCH = "S".
           CLOSE RECIBOS.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-RECIBOS.
           EXIT.

       REPONGO-RECIBOS.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-RECIBOS.
           MOVE RSP-DATOS TO REG-RECIBO.
           WRITE REG-RECIBO.
           IF ST-REC > "07"
               MOVE ST-REC TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-RECIBOS.
           ADD 1 TO W-NUMERO.

       F-REPONGO-RECIBOS.
           EXIT.

       CUENTO-RECIBOS.
           READ RECIBOS NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-RECIBOS.
           EXIT.

       RESTAURO-APERTURA.
           MOVE 5 TO W-ARCH.
           OPEN OUTPUT APERTURA.
           IF ST-SAP > "07"
               MOVE ST-SAP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-APERTURA.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-APERTURA THRU F-REPONGO-APERTURA
               UNTIL W-HAY-RSP = "N".
           CLOSE APERTURA.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT APERTURA.
           IF ST-SAP > "07"
               MOVE ST-SAP TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-APERTURA.
           PERFORM CUENTO-APERTURA THRU F-CUENTO-APERTURA
               UNTIL W-FIN-ARCH = "S".
           CLOSE APERTURA.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-APERTURA.
           EXIT.

       REPONGO-APERTURA.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-APERTURA.
           MOVE RSP-DATOS TO REG-APERTURA.
           WRITE REG-APERTURA.
           IF ST-SAP > "07"
               MOVE ST-SAP TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-APERTURA.
           ADD 1 TO W-NUMERO.

       F-REPONGO-APERTURA.
           EXIT.

       CUENTO-APERTURA.
           READ APERTURA NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-APERTURA.
           EXIT.

       RESTAURO-RECCTL.
           MOVE 6 TO W-ARCH.
           OPEN OUTPUT RECCTL.
           IF ST-CTL > "07"
               MOVE ST-CTL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-RECCTL.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-RECCTL THRU F-REPONGO-RECCTL
               UNTIL W-HAY-RSP = "N".
           CLOSE RECCTL.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT RECCTL.
           IF ST-CTL > "07"
               MOVE ST-CTL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-RECCTL.
           PERFORM CUENTO-RECCTL THRU F-CUENTO-RECCTL
               UNTIL W-FIN-ARCH = "S".
           CLOSE RECCTL.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-RECCTL.
           EXIT.

       REPONGO-RECCTL.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-RECCTL.
           MOVE RSP-DATOS TO REG-CONTROL.
           WRITE REG-CONTROL.
           IF ST-CTL > "07"
               MOVE ST-CTL TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-RECCTL.
           ADD 1 TO W-NUMERO.

       F-REPONGO-RECCTL.
           EXIT.

       CUENTO-RECCTL.
           READ RECCTL NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-RECCTL.
           EXIT.

       RESTAURO-CIECTL.
           MOVE 7 TO W-ARCH.
           OPEN OUTPUT CIECTL.
           IF ST-CIE > "07"
               MOVE ST-CIE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-CIECTL.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-CIECTL THRU F-REPONGO-CIECTL
               UNTIL W-HAY-RSP = "N".
           CLOSE CIECTL.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT CIECTL.
           IF ST-CIE > "07"
               MOVE ST-CIE TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-CIECTL.
           PERFORM CUENTO-CIECTL THRU F-CUENTO-CIECTL
               UNTIL W-FIN-ARCH = "S".
           CLOSE CIECTL.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-CIECTL.
           EXIT.

       REPONGO-CIECTL.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-CIECTL.
           MOVE RSP-DATOS TO REG-CIERRE-CTL.
           WRITE REG-CIERRE-CTL.
           IF ST-CIE > "07"
               MOVE ST-CIE TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-CIECTL.
           ADD 1 TO W-NUMERO.

       F-REPONGO-CIECTL.
           EXIT.

       CUENTO-CIECTL.
           READ CIECTL NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-CIECTL.
           EXIT.

       RESTAURO-PLANES.
           MOVE 8 TO W-ARCH.
           OPEN OUTPUT PLANES.
           IF ST-PLA > "07"
               MOVE ST-PLA TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-PLANES.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-PLANES THRU F-REPONGO-PLANES
               UNTIL W-HAY-RSP = "N".
           CLOSE PLANES.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT PLANES.
           IF ST-PLA > "07"
               MOVE ST-PLA TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-PLANES.
           PERFORM CUENTO-PLANES THRU F-CUENTO-PLANES
               UNTIL W-FIN-ARCH = "S".
           CLOSE PLANES.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-PLANES.
           EXIT.

       REPONGO-PLANES.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-PLANES.
           MOVE RSP-DATOS TO REG-PLAN.
           WRITE REG-PLAN.
           IF ST-PLA > "07"
               MOVE ST-PLA TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-PLANES.
           ADD 1 TO W-NUMERO.

       F-REPONGO-PLANES.
           EXIT.

       CUENTO-PLANES.
           READ PLANES NEXT RECORD
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-PLANES.
           EXIT.

       RESTAURO-HISTCLI.
           MOVE 9 TO W-ARCH.
           OPEN OUTPUT HISTCLI.
           IF ST-HCL > "07"
               MOVE ST-HCL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTCLI.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-HISTCLI THRU F-REPONGO-HISTCLI
               UNTIL W-HAY-RSP = "N".
           CLOSE HISTCLI.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT HISTCLI.
           IF ST-HCL > "07"
               MOVE ST-HCL TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTCLI.
           PERFORM CUENTO-HISTCLI THRU F-CUENTO-HISTCLI
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTCLI.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-HISTCLI.
           EXIT.

       REPONGO-HISTCLI.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-HISTCLI.
           MOVE RSP-DATOS TO REG-HISTCLI.
           WRITE REG-HISTCLI.
           IF ST-HCL > "07"
               MOVE ST-HCL TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-HISTCLI.
           ADD 1 TO W-NUMERO.

       F-REPONGO-HISTCLI.
           EXIT.

       CUENTO-HISTCLI.
           READ HISTCLI
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-HISTCLI.
           EXIT.

       RESTAURO-HISTMOV.
           MOVE 10 TO W-ARCH.
           OPEN OUTPUT HISTMOV.
           IF ST-HMV > "07"
               MOVE ST-HMV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTMOV.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-HISTMOV THRU F-REPONGO-HISTMOV
               UNTIL W-HAY-RSP = "N".
           CLOSE HISTMOV.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT HISTMOV.
           IF ST-HMV > "07"
               MOVE ST-HMV TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTMOV.
           PERFORM CUENTO-HISTMOV THRU F-CUENTO-HISTMOV
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTMOV.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-HISTMOV.
           EXIT.

       REPONGO-HISTMOV.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-HISTMOV.
           MOVE RSP-DATOS TO REG-HISTMOV.
           WRITE REG-HISTMOV.
           IF ST-HMV > "07"
               MOVE ST-HMV TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-HISTMOV.
           ADD 1 TO W-NUMERO.

       F-REPONGO-HISTMOV.
           EXIT.

       CUENTO-HISTMOV.
           READ HISTMOV
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-HISTMOV.
           EXIT.

       RESTAURO-HISTIMP.
           MOVE 11 TO W-ARCH.
           OPEN OUTPUT HISTIMP.
           IF ST-HIM > "07"
               MOVE ST-HIM TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTIMP.
           PERFORM INICIO-ARCHIVO.
           PERFORM REPONGO-HISTIMP THRU F-REPONGO-HISTIMP
               UNTIL W-HAY-RSP = "N".
           CLOSE HISTIMP.

      * recuento: el archivo restaurado se relee entero
           MOVE ZERO TO W-RELEIDOS.
           MOVE "N" TO W-FIN-ARCH.
           OPEN INPUT HISTIMP.
           IF ST-HIM > "07"
               MOVE ST-HIM TO W-ST
               PERFORM ERROR-APERTURA
               GO TO F-RESTAURO-HISTIMP.
           PERFORM CUENTO-HISTIMP THRU F-CUENTO-HISTIMP
               UNTIL W-FIN-ARCH = "S".
           CLOSE HISTIMP.
           PERFORM FIN-ARCHIVO.

       F-RESTAURO-HISTIMP.
           EXIT.

       REPONGO-HISTIMP.
           PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
           IF W-HAY-RSP = "N" GO TO F-REPONGO-HISTIMP.
           MOVE RSP-DATOS TO REG-HISTIMP.
           WRITE REG-HISTIMP.
           IF ST-HIM > "07"
               MOVE ST-HIM TO W-ST
               PERFORM ERROR-GRABACION
               GO TO F-REPONGO-HISTIMP.
           ADD 1 TO W-NUMERO.

       F-REPONGO-HISTIMP.
           EXIT.

       CUENTO-HISTIMP.
           READ HISTIMP
               AT END MOVE "S" TO W-FIN-ARCH
           END-READ.
           IF W-FIN-ARCH = "N"
               ADD 1 TO W-RELEIDOS.

       F-CUENTO-HISTIMP.
           EXIT.

      * deja constancia en el control de la generacion, en AUDITORIA
      * ("REST") y en CORRIDAS
       ANOTO-RESTAURACION.
           MOVE W-GENERACION TO RSC-GENERACION.
           READ RSPCTL INVALID KEY MOVE "N" TO W-HAY-RSC
                        NOT INVALID KEY MOVE "S" TO W-HAY-RSC
           END-READ.
           IF W-HAY-RSC = "S"
               MOVE W-FECHA-HOY TO RSC-REST-FECHA
               ACCEPT W-HORA-LARGA FROM TIME
               MOVE W-HORA-LARGA(1:6) TO RSC-REST-HORA
               MOVE W-OPERADOR TO RSC-REST-OPERADOR
               PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.

           MOVE "REST"     TO AUD-OPERACION.
           MOVE "RESPALDO" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANT.
           STRING "GENERACION " W-GEN-FECHA "-" W-GEN-SEC
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE W-CANT-POST TO W-POST-Z.
           MOVE SPACES TO AUD-VALOR-NUE.
           IF W-DIFERENCIAS > ZERO
               STRING "RESTAURADA CON DIFERENCIAS EN "
                   W-DIFERENCIAS " ARCHIVOS"
                   DELIMITED BY SIZE INTO AUD-VALOR-NUE
           ELSE
               IF W-FORZADA = "S"
                   STRING "RESTAURADA FORZADA - " W-POST-Z
                       " MOVIMIENTOS POSTERIORES PERDIDOS"
                       DELIMITED BY SIZE INTO AUD-VALOR-NUE
               ELSE
                   STRING "RESTAURADA - " W-POST-Z
                       " MOVIMIENTOS POSTERIORES PERDIDOS"
                       DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           PERFORM GRABO-CORRIDA THRU F-GRABO-CORRIDA.

       F-ANOTO-RESTAURACION.
           EXIT.

       REGRABO-CONTROL.
           REWRITE REG-RESPALDO-CTL.
           IF ST-RSC = "99" GO TO REGRABO-CONTROL.
           IF ST-RSC > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RSC " AL GRABAR CONTROL DE RESPALDO"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-REGRABO-CONTROL.
           EXIT.

       GRABA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR ARCHIVO AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE ZERO          TO AUD-ID-CLIENTE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL GRABAR AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.
           CLOSE AUDITORIA.

      * la RESTAURA en CORRIDAS, con la secuencia que sigue a la
      * ultima de la fecha, le indica a NOCTURNO que la cadena del dia
      * puede correrse de nuevo
       GRABO-CORRIDA.
           OPEN I-O CORRIDAS.
           IF ST-RUN > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RUN " AL ABRIR CORRIDAS"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-GRABO-CORRIDA.

           MOVE ZERO        TO W-SECUENCIA.
           MOVE W-FECHA-HOY TO RUN-FECHA.
           MOVE ZERO        TO RUN-SECUENCIA.
           START CORRIDAS KEY IS NOT LESS THAN RUN-CLAVE
               INVALID KEY MOVE "N" TO HAY-RUN
               NOT INVALID KEY MOVE "S" TO HAY-RUN
           END-START.
           PERFORM LEO-CORRIDA THRU F-LEO-CORRIDA
               UNTIL HAY-RUN = "N".

           ADD 1 TO W-SECUENCIA.
           MOVE W-FECHA-HOY   TO RUN-FECHA.
           MOVE W-SECUENCIA   TO RUN-SECUENCIA.
           MOVE "RESTAURA"    TO RUN-PROCESO.
           MOVE W-HORA-INICIO TO RUN-HORA-INICIO.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO RUN-HORA-FIN.
           IF W-DIFERENCIAS > ZERO
               MOVE "DIFERENCIAS" TO RUN-RESULTADO
               MOVE 4 TO RUN-RETORNO
           ELSE
               MOVE "OK" TO RUN-RESULTADO
               MOVE 0 TO RUN-RETORNO.

       GRABO-CORRIDA-REG.
           WRITE REG-CORRIDA.
           IF ST-RUN = "99" GO TO GRABO-CORRIDA-REG.
           IF ST-RUN > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RUN " AL GRABAR CORRIDAS"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.
           CLOSE CORRIDAS.

       F-GRABO-CORRIDA.
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

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80
           DISPLAY MENSAJE LINE 22 COL 25.

       END PROGRAM "RESTAURA".
