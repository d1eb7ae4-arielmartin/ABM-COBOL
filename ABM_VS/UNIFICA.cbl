      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Unificacion de clientes duplicados (solo supervisor) -
      *          pasa todo lo de un cliente origen a un cliente
      *          destino: MOVIMIENTOS, IMPUTA, GESTIONES, PLANES,
      *          APERTURA (sumando los saldos de cada periodo), las
      *          referencias de RECIBOS y CHEQUES y la propuesta de
      *          credito pendiente. Suma CLI_SALDO del origen al del
      *          destino y da de baja el origen con CLI_UNIFICADO_EN
      *          apuntando al destino. Antes de confirmar muestra los
      *          dos clientes lado a lado y el saldo unificado. Cada
      *          registro pasado queda en AUDITORIA como "UNIF". Lleva
      *          control en UNIFCTL al estilo de RECCTL: si se corta,
      *          al volver a correr completa la unificacion pendiente
      *          antes de permitir otra.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "UNIFICA".

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

           COPY SELGES.

           COPY SELSAP.

           COPY SELPRO.

           COPY SELCHQ.

           COPY SELPLA.

           COPY SELUNI.

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

       FD  RECIBOS.
           COPY REGREC.

       FD  GESTIONES.
           COPY REGGES.

       FD  APERTURA.
           COPY REGSAP.

       FD  PROPUESTAS.
           COPY REGPRO.

       FD  CHEQUES.
           COPY REGCHQ.

       FD  PLANES.
           COPY REGPLA.

       FD  UNIFCTL.
           COPY REGUNI.

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
       01  ST-REC          PIC XX.
       01  ST-GES          PIC XX.
       01  ST-SAP          PIC XX.
       01  ST-PRO          PIC XX.
       01  ST-CHQ          PIC XX.
       01  ST-PLA          PIC XX.
       01  ST-UNI          PIC XX.
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
       01  W-PROGRAMA      PIC X(8) VALUE "UNIFICA".
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

       01  W-ORIGEN        PIC 9(7).
       01  W-DESTINO       PIC 9(7).
       01  W-ORIGEN-Z      PIC Z(6)9.
       01  W-DESTINO-Z     PIC Z(6)9.
       01  W-SALDO-ORIGEN  PIC S9(7)V9(3).
       01  W-SALDO-DESTINO PIC S9(7)V9(3).
       01  W-SALDO-UNIF    PIC S9(8)V9(3).
       01  W-SALDO-Z       PIC Z(6)9,999-.
       01  W-SALDO-UNIF-Z  PIC Z(7)9,999-.
       01  W-LIMITE-Z      PIC Z(6)9,999.
       01  W-HAY-PENDIENTE PIC X.
       01  W-ERROR         PIC X.

      * recorrido de un cliente en la vista previa: cantidad de
      * registros y mayor secuencia
       01  W-CLI-BUSQ      PIC 9(7).
       01  W-HAY           PIC X.
       01  W-CANT-BUSQ     PIC 9(7).
       01  W-MAX-SEC       PIC 9(4).
       01  W-MOV-ORI-CANT  PIC 9(7).
       01  W-MOV-ORI-MAX   PIC 9(4).
       01  W-MOV-DES-CANT  PIC 9(7).
       01  W-MOV-DES-MAX   PIC 9(4).
       01  W-GES-ORI-CANT  PIC 9(7).
       01  W-GES-ORI-MAX   PIC 9(4).
       01  W-GES-DES-CANT  PIC 9(7).
       01  W-GES-DES-MAX   PIC 9(4).
       01  W-TOPE-SEC      PIC 9(5).
       01  W-CANT-Z        PIC Z(6)9.

      * claves del registro que se esta pasando, antes y despues
       01  W-MOV-CLAVE-ANT PIC X(19).
       01  W-MOV-CLAVE-NUE PIC X(19).
       01  W-REG-MOV-NUE   PIC X(91).
       01  W-IMP-CLAVE-ANT PIC X(31).
       01  W-REG-IMP-NUE   PIC X(68).
       01  W-GES-CLAVE-ANT PIC X(19).
       01  W-REG-GES-NUE   PIC X(124).
       01  W-PLA-CLAVE-ANT PIC X(16).
       01  W-REG-PLA-NUE   PIC X(106).
       01  W-SAP-CLAVE-ANT PIC X(13).
       01  W-SAP-SALDO     PIC S9(7)V9(3).
      * saldo del destino si la suma ya se habia hecho antes de cortarse
       01  W-SALDO-SUMADO  PIC S9(8)V9(3).
       01  W-REG-PRO-ORI   PIC X(111).
       01  W-YA-PASADO     PIC X.

       01  W-CANT-MOV      PIC 9(7).
       01  W-CANT-IMP      PIC 9(7).
       01  W-CANT-GES      PIC 9(7).
       01  W-CANT-PLA      PIC 9(7).
       01  W-CANT-REC      PIC 9(7).
       01  W-CANT-CHQ      PIC 9(7).
       01  W-CANT-SAP      PIC 9(7).

       01  W-AUD-ID        PIC 9(7).
       01  W-AUD-CLAVE.
           03  FILLER          PIC X(8)  VALUE "CLIENTE ".
           03  WA-ID           PIC 9(7).
           03  FILLER          PIC X(7)  VALUE " FECHA ".
           03  WA-FECHA        PIC 9(8).
           03  FILLER          PIC X(5)  VALUE " SEC ".
           03  WA-SEC          PIC 9(4).
           03  FILLER          PIC X(1)  VALUE SPACE.
           03  WA-RESTO        PIC X(30).

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
      * unificar clientes es potestad exclusiva del supervisor
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

           OPEN I-O RECIBOS.
           IF ST-REC > "07"
             STRING "ERROR AL ABRIR ARCHIVO RECIBOS " ST-REC
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O GESTIONES.
           IF ST-GES > "07"
             STRING "ERROR AL ABRIR ARCHIVO GESTIONES " ST-GES
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O APERTURA.
           IF ST-SAP > "07"
             STRING "ERROR AL ABRIR ARCHIVO APERTURA " ST-SAP
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O PROPUESTAS.
           IF ST-PRO > "07"
             STRING "ERROR AL ABRIR ARCHIVO PROPUESTAS " ST-PRO
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O CHEQUES.
           IF ST-CHQ > "07"
             STRING "ERROR AL ABRIR ARCHIVO CHEQUES " ST-CHQ
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O PLANES.
           IF ST-PLA > "07"
             STRING "ERROR AL ABRIR ARCHIVO PLANES " ST-PLA
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O UNIFCTL.
           IF ST-UNI > "07"
             STRING "ERROR AL ABRIR ARCHIVO UNIFCTL " ST-UNI
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
           CLOSE RECIBOS.
           CLOSE GESTIONES.
           CLOSE APERTURA.
           CLOSE PROPUESTAS.
           CLOSE CHEQUES.
           CLOSE PLANES.
           CLOSE UNIFCTL.
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
           DISPLAY "UNIFICACION DE CLIENTES"     LINE 03 COL 29
                   GUIONES                       LINE 04 COL 01.

      * una unificacion cortada se termina antes de empezar otra
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF W-HAY-PENDIENTE = "S"
               PERFORM RETOMO-UNIFICACION THRU F-RETOMO-UNIFICACION
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM INGRESO-IDS THRU F-INGRESO-IDS.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES.
           IF EXISTE = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM VISTA-PREVIA THRU F-VISTA-PREVIA.
           IF EXISTE = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           DISPLAY "CONFIRMA LA UNIFICACION? [S/N]" LINE 21 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 21 COL 37.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "UNIFICACION CANCELADA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM INICIO-UNIFICACION THRU F-INICIO-UNIFICACION.
           IF W-ERROR = "N"
               PERFORM COMPLETO-UNIFICACION
                   THRU F-COMPLETO-UNIFICACION.
           PERFORM CIERRO-ARCHIVO.

       F-PROCESO.
           EXIT.

       LIMPIO-PANTALLA.
           MOVE 5 TO W-LINEA.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA > 21.

       F-LIMPIO-PANTALLA.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LINEA COL 01 SIZE 80.
           ADD 1 TO W-LINEA.

       BUSCO-PENDIENTE.
           MOVE "N" TO W-HAY-PENDIENTE.
           MOVE ZERO TO UNI-ID-ORIGEN.
           START UNIFCTL KEY IS NOT LESS THAN UNI-ID-ORIGEN
               INVALID KEY GO TO F-BUSCO-PENDIENTE.

       BUSCO-PENDIENTE-SIG.
           READ UNIFCTL NEXT RECORD
               AT END GO TO F-BUSCO-PENDIENTE.
           IF ST-UNI = "99" GO TO BUSCO-PENDIENTE-SIG.
           IF NOT UNI-EN-PROCESO GO TO BUSCO-PENDIENTE-SIG.
           MOVE "S" TO W-HAY-PENDIENTE.

       F-BUSCO-PENDIENTE.
           EXIT.

       RETOMO-UNIFICACION.
           MOVE UNI-ID-ORIGEN  TO W-ORIGEN-Z.
           MOVE UNI-ID-DESTINO TO W-DESTINO-Z.
           DISPLAY "UNIFICACION INTERRUMPIDA DEL CLIENTE"
                                           LINE 08 COL 05
                   W-ORIGEN-Z              LINE 08 COL 42
                   "EN EL"                 LINE 08 COL 50
                   W-DESTINO-Z             LINE 08 COL 56
                   "INICIADA EL"           LINE 09 COL 05
                   UNI-FECHA               LINE 09 COL 17
                   "POR"                   LINE 09 COL 27
                   UNI-OPERADOR            LINE 09 COL 31.
           DISPLAY "COMPLETARLA AHORA? [S/N]" LINE 21 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 21 COL 31.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "HAY UNA UNIFICACION PENDIENTE DE COMPLETAR"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO FIN
               GO TO F-RETOMO-UNIFICACION.

           MOVE "N" TO W-ERROR.
           PERFORM COMPLETO-UNIFICACION THRU F-COMPLETO-UNIFICACION.

       F-RETOMO-UNIFICACION.
           EXIT.

       INGRESO-IDS.
           DISPLAY "CLIENTE ORIGEN  (0 = SALIR) : " LINE 06 COL 05.
           MOVE ZERO TO W-ORIGEN.
           ACCEPT W-ORIGEN LINE 06 COL 36.
           MOVE W-ORIGEN TO W-ORIGEN-Z.
           DISPLAY W-ORIGEN-Z LINE 06 COL 36.
           IF W-ORIGEN = 0
               MOVE "S" TO FIN
               GO TO F-INGRESO-IDS.
           DISPLAY "CLIENTE DESTINO             : " LINE 07 COL 05.
           MOVE ZERO TO W-DESTINO.
           ACCEPT W-DESTINO LINE 07 COL 36.
           MOVE W-DESTINO TO W-DESTINO-Z.
           DISPLAY W-DESTINO-Z LINE 07 COL 36.

       F-INGRESO-IDS.
           EXIT.

      * los dos clientes tienen que existir y estar activos; el
      * destino conserva su categoria y su limite
       LEO-CLIENTES.
           MOVE "S" TO EXISTE.
           IF W-DESTINO = 0 OR W-DESTINO = W-ORIGEN
               MOVE "EL DESTINO DEBE SER OTRO CLIENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE
               GO TO F-LEO-CLIENTES.

           MOVE W-ORIGEN TO CLI_ID.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF EXISTE = "N"
               MOVE "CLIENTE ORIGEN INEXISTENTE O DADO DE BAJA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CLIENTES.
           MOVE CLI_SALDO TO W-SALDO-ORIGEN.
           PERFORM MUESTRO-ORIGEN.

           MOVE W-DESTINO TO CLI_ID.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF EXISTE = "N"
               MOVE "CLIENTE DESTINO INEXISTENTE O DADO DE BAJA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CLIENTES.
           MOVE CLI_SALDO TO W-SALDO-DESTINO.
           PERFORM MUESTRO-DESTINO.

       F-LEO-CLIENTES.
           EXIT.

       LEO-CLIENTE.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO LEO-CLIENTE.
           IF EXISTE = "N" GO TO F-LEO-CLIENTE.
           IF CLI_BORRADO = "S"
               MOVE "N" TO EXISTE
               GO TO F-LEO-CLIENTE.
           IF CLI_SALDO NOT NUMERIC
               MOVE "SALDO NO NUMERICO - RESOLVER CON SOPORTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE.
           IF CLI_LIMITE NOT NUMERIC
               MOVE ZERO TO CLI_LIMITE.

       F-LEO-CLIENTE.
           EXIT.

       MUESTRO-ORIGEN.
           MOVE CLI_SALDO  TO W-SALDO-Z.
           MOVE CLI_LIMITE TO W-LIMITE-Z.
           DISPLAY "ORIGEN"                LINE 09 COL 20
                   "DESTINO"               LINE 09 COL 50
                   "NOMBRE    :"           LINE 10 COL 05
                   CLI_NOMBRE(1:28)        LINE 10 COL 20
                   "DIRECCION :"           LINE 11 COL 05
                   CLI_DIRECCION(1:28)     LINE 11 COL 20
                   "CUIT      :"           LINE 12 COL 05
                   CLI_CUIT                LINE 12 COL 20
                   "CATEGORIA :"           LINE 13 COL 05
                   CLI_CATEGORIA           LINE 13 COL 20
                   "SALDO     :"           LINE 14 COL 05
                   W-SALDO-Z               LINE 14 COL 20
                   "LIMITE    :"           LINE 15 COL 05
                   W-LIMITE-Z              LINE 15 COL 20.

       MUESTRO-DESTINO.
           MOVE CLI_SALDO  TO W-SALDO-Z.
           MOVE CLI_LIMITE TO W-LIMITE-Z.
           DISPLAY CLI_NOMBRE(1:28)        LINE 10 COL 50
                   CLI_DIRECCION(1:28)     LINE 11 COL 50
                   CLI_CUIT                LINE 12 COL 50
                   CLI_CATEGORIA           LINE 13 COL 50
                   W-SALDO-Z               LINE 14 COL 50
                   W-LIMITE-Z              LINE 15 COL 50.

      * cuenta lo que se va a pasar y toma las mayores secuencias de
      * los dos clientes: las del origen se corren en la mayor del
      * destino y no pueden pasar de 9999
       VISTA-PREVIA.
           MOVE W-ORIGEN TO W-CLI-BUSQ.
           PERFORM CUENTO-MOVIMIENTOS THRU F-CUENTO-MOVIMIENTOS.
           MOVE W-CANT-BUSQ TO W-MOV-ORI-CANT.
           MOVE W-MAX-SEC   TO W-MOV-ORI-MAX.
           PERFORM CUENTO-GESTIONES THRU F-CUENTO-GESTIONES.
           MOVE W-CANT-BUSQ TO W-GES-ORI-CANT.
           MOVE W-MAX-SEC   TO W-GES-ORI-MAX.

           MOVE W-DESTINO TO W-CLI-BUSQ.
           PERFORM CUENTO-MOVIMIENTOS THRU F-CUENTO-MOVIMIENTOS.
           MOVE W-CANT-BUSQ TO W-MOV-DES-CANT.
           MOVE W-MAX-SEC   TO W-MOV-DES-MAX.
           PERFORM CUENTO-GESTIONES THRU F-CUENTO-GESTIONES.
           MOVE W-CANT-BUSQ TO W-GES-DES-CANT.
           MOVE W-MAX-SEC   TO W-GES-DES-MAX.

           MOVE W-MOV-ORI-CANT TO W-CANT-Z.
           DISPLAY "MOVIMIENTOS"           LINE 16 COL 05
                   W-CANT-Z                LINE 16 COL 20.
           MOVE W-MOV-DES-CANT TO W-CANT-Z.
           DISPLAY W-CANT-Z                LINE 16 COL 50.
           MOVE W-GES-ORI-CANT TO W-CANT-Z.
           DISPLAY "GESTIONES"             LINE 17 COL 05
                   W-CANT-Z                LINE 17 COL 20.
           MOVE W-GES-DES-CANT TO W-CANT-Z.
           DISPLAY W-CANT-Z                LINE 17 COL 50.

           COMPUTE W-SALDO-UNIF = W-SALDO-ORIGEN + W-SALDO-DESTINO.
           MOVE W-SALDO-UNIF TO W-SALDO-UNIF-Z.
           DISPLAY GUIONES                 LINE 18 COL 01
                   "SALDO UNIFICADO DEL DESTINO:" LINE 19 COL 05
                   W-SALDO-UNIF-Z          LINE 19 COL 35.

           IF W-SALDO-UNIF > 9999999,999 OR W-SALDO-UNIF < -9999999,999
               MOVE "EL SALDO UNIFICADO EXCEDE EL CAMPO SALDO"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE
               GO TO F-VISTA-PREVIA.

           COMPUTE W-TOPE-SEC = W-MOV-ORI-MAX + W-MOV-DES-MAX.
           IF W-TOPE-SEC > 9999
               MOVE "SECUENCIAS DE MOVIMIENTOS AGOTADAS - VER SOPORTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE
               GO TO F-VISTA-PREVIA.
           COMPUTE W-TOPE-SEC = W-GES-ORI-MAX + W-GES-DES-MAX.
           IF W-TOPE-SEC > 9999
               MOVE "SECUENCIAS DE GESTIONES AGOTADAS - VER SOPORTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE.

       F-VISTA-PREVIA.
           EXIT.

       CUENTO-MOVIMIENTOS.
           MOVE ZERO TO W-CANT-BUSQ.
           MOVE ZERO TO W-MAX-SEC.
           MOVE W-CLI-BUSQ TO MOV-ID-CLIENTE.
           MOVE ZERO       TO MOV-FECHA.
           MOVE ZERO       TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY
               NOT INVALID KEY MOVE "S" TO W-HAY
           END-START.
           PERFORM CUENTO-MOV-SIG THRU F-CUENTO-MOV-SIG
               UNTIL W-HAY = "N".

       F-CUENTO-MOVIMIENTOS.
           EXIT.

       CUENTO-MOV-SIG.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO W-HAY
           END-READ.
           IF W-HAY = "S" AND MOV-ID-CLIENTE NOT = W-CLI-BUSQ
               MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-CUENTO-MOV-SIG.
           ADD 1 TO W-CANT-BUSQ.
           IF MOV-SECUENCIA > W-MAX-SEC
               MOVE MOV-SECUENCIA TO W-MAX-SEC.

       F-CUENTO-MOV-SIG.
           EXIT.

       CUENTO-GESTIONES.
           MOVE ZERO TO W-CANT-BUSQ.
           MOVE ZERO TO W-MAX-SEC.
           MOVE W-CLI-BUSQ TO GES-ID-CLIENTE.
           MOVE ZERO       TO GES-FECHA.
           MOVE ZERO       TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY MOVE "N" TO W-HAY
               NOT INVALID KEY MOVE "S" TO W-HAY
           END-START.
           PERFORM CUENTO-GES-SIG THRU F-CUENTO-GES-SIG
               UNTIL W-HAY = "N".

       F-CUENTO-GESTIONES.
           EXIT.

       CUENTO-GES-SIG.
           READ GESTIONES NEXT RECORD
               AT END MOVE "N" TO W-HAY
           END-READ.
           IF W-HAY = "S" AND GES-ID-CLIENTE NOT = W-CLI-BUSQ
               MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-CUENTO-GES-SIG.
           ADD 1 TO W-CANT-BUSQ.
           IF GES-SECUENCIA > W-MAX-SEC
               MOVE GES-SECUENCIA TO W-MAX-SEC.

       F-CUENTO-GES-SIG.
           EXIT.

      * el control se graba antes de tocar nada: desde aca una
      * unificacion cortada se completa al volver a correr
       INICIO-UNIFICACION.
           MOVE "N" TO W-ERROR.
           MOVE W-ORIGEN       TO UNI-ID-ORIGEN.
           MOVE W-DESTINO      TO UNI-ID-DESTINO.
           MOVE "P"            TO UNI-ESTADO.
           MOVE W-MOV-DES-MAX  TO UNI-DESPL-MOV.
           MOVE W-GES-DES-MAX  TO UNI-DESPL-GES.
           MOVE ZERO           TO UNI-SAP-PERIODO.
           MOVE SPACE          TO UNI-SAP-EXISTIA.
           MOVE ZERO           TO UNI-SAP-ANT.
           MOVE "N"            TO UNI-SALDO-CURSO.
           MOVE ZERO           TO UNI-SALDO-ORIGEN.
           MOVE ZERO           TO UNI-SALDO-ANT.
           MOVE W-OPERADOR     TO UNI-OPERADOR.
           MOVE W-FECHA-HOY    TO UNI-FECHA.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO UNI-HORA.
           MOVE ZERO           TO UNI-FEC-FIN.

       GRABO-CONTROL.
           WRITE REG-UNIFICA.
           IF ST-UNI = "99" GO TO GRABO-CONTROL.
      * ya hay un control completo de este origen: el origen queda
      * dado de baja y ABM no lo reactiva, asi que solo vuelve a estar
      * activo si se restauro CLIENTES de un respaldo anterior a la
      * unificacion (UNIFCTL no se restaura); se pisa el control
           IF ST-UNI = "22"
               REWRITE REG-UNIFICA.
           IF ST-UNI > "07"
               STRING "ERROR AL GRABAR UNIFCTL " ST-UNI
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR.

       F-INICIO-UNIFICACION.
           EXIT.

       REGRABO-CONTROL.
           REWRITE REG-UNIFICA.
           IF ST-UNI = "99" GO TO REGRABO-CONTROL.
           IF ST-UNI > "07"
               STRING "ERROR AL GRABAR UNIFCTL " ST-UNI
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR.

      * cada paso puede repetirse sin duplicar: lo que ya paso al
      * destino no vuelve a encontrarse en el origen
       COMPLETO-UNIFICACION.
           MOVE UNI-ID-ORIGEN  TO W-ORIGEN.
           MOVE UNI-ID-DESTINO TO W-DESTINO.
           MOVE ZERO TO W-CANT-MOV.
           MOVE ZERO TO W-CANT-IMP.
           MOVE ZERO TO W-CANT-GES.
           MOVE ZERO TO W-CANT-PLA.
           MOVE ZERO TO W-CANT-REC.
           MOVE ZERO TO W-CANT-CHQ.
           MOVE ZERO TO W-CANT-SAP.
           DISPLAY "UNIFICANDO - NO INTERRUMPIR" LINE 20 COL 05.

           PERFORM BLOQUEO-ORIGEN THRU F-BLOQUEO-ORIGEN.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "S" TO W-HAY.
           PERFORM PASO-MOVIMIENTO THRU F-PASO-MOVIMIENTO
               UNTIL W-HAY = "N" OR W-ERROR = "S".
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "S" TO W-HAY.
           PERFORM PASO-IMPUTACION THRU F-PASO-IMPUTACION
               UNTIL W-HAY = "N" OR W-ERROR = "S".
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "S" TO W-HAY.
           PERFORM PASO-GESTION THRU F-PASO-GESTION
               UNTIL W-HAY = "N" OR W-ERROR = "S".
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "S" TO W-HAY.
           PERFORM PASO-PLAN THRU F-PASO-PLAN
               UNTIL W-HAY = "N" OR W-ERROR = "S".
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           PERFORM PASO-RECIBOS THRU F-PASO-RECIBOS.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           PERFORM PASO-CHEQUES THRU F-PASO-CHEQUES.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           PERFORM PASO-PROPUESTA THRU F-PASO-PROPUESTA.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "S" TO W-HAY.
           PERFORM PASO-APERTURA THRU F-PASO-APERTURA
               UNTIL W-HAY = "N" OR W-ERROR = "S".
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           PERFORM PASO-SALDO THRU F-PASO-SALDO.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           MOVE "C"         TO UNI-ESTADO.
           MOVE W-FECHA-HOY TO UNI-FEC-FIN.
           PERFORM REGRABO-CONTROL.
           IF W-ERROR = "S" GO TO UNIFICACION-INCOMPLETA.

           PERFORM MUESTRO-RESULTADO.
           MOVE SPACES TO MENSAJE.
           STRING "CLIENTE " W-ORIGEN-Z " UNIFICADO EN " W-DESTINO-Z
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           GO TO F-COMPLETO-UNIFICACION.

       UNIFICACION-INCOMPLETA.
           DISPLAY "UNIFICACION INCOMPLETA - VOLVER A CORRER UNIFICA"
               LINE 20 COL 05.

       F-COMPLETO-UNIFICACION.
           EXIT.

       MUESTRO-RESULTADO.
           MOVE W-ORIGEN  TO W-ORIGEN-Z.
           MOVE W-DESTINO TO W-DESTINO-Z.
           DISPLAY SPACES LINE 20 COL 01 SIZE 80.
           MOVE W-CANT-MOV TO W-CANT-Z.
           DISPLAY "PASADOS: MOVIMIENTOS"  LINE 20 COL 05
                   W-CANT-Z                LINE 20 COL 26.
           MOVE W-CANT-GES TO W-CANT-Z.
           DISPLAY "GESTIONES"             LINE 20 COL 36
                   W-CANT-Z                LINE 20 COL 46.
           MOVE W-CANT-SAP TO W-CANT-Z.
           DISPLAY "APERTURAS"             LINE 20 COL 56
                   W-CANT-Z                LINE 20 COL 66.

      * el origen queda dado de baja y apuntando al destino desde el
      * principio, asi nadie le carga movimientos a mitad de camino
       BLOQUEO-ORIGEN.
           MOVE W-ORIGEN TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO BLOQUEO-ORIGEN.
           IF EXISTE = "N"
               MOVE "CLIENTE ORIGEN INEXISTENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-BLOQUEO-ORIGEN.
           IF CLI_BORRADO = "S" AND CLI_UNIFICADO_EN NUMERIC
              AND CLI_UNIFICADO_EN = W-DESTINO
               GO TO F-BLOQUEO-ORIGEN.

           MOVE "S"         TO CLI_BORRADO.
           MOVE W-FECHA-HOY TO CLI_FEC_BORRADO.
           MOVE W-DESTINO   TO CLI_UNIFICADO_EN.

       REGRABO-ORIGEN.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-ORIGEN.
           IF ST-FILE > "07"
               STRING "ERROR AL GRABAR CLIENTES " ST-FILE
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-BLOQUEO-ORIGEN.

           MOVE W-ORIGEN    TO W-AUD-ID.
           MOVE "BAJA"      TO AUD-CAMPO.
           MOVE "ACTIVO"    TO AUD-VALOR-ANT.
           MOVE SPACES      TO AUD-VALOR-NUE.
           STRING "UNIFICADO EN CLIENTE " W-DESTINO
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

       F-BLOQUEO-ORIGEN.
           EXIT.

      * se vuelve a posicionar en cada vuelta: el registro leido se
      * graba con el destino y se borra del origen
       PASO-MOVIMIENTO.
           MOVE W-ORIGEN TO MOV-ID-CLIENTE.
           MOVE ZERO     TO MOV-FECHA.
           MOVE ZERO     TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-PASO-MOVIMIENTO.

       LEO-MOV-ORIGEN.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO W-HAY.
           IF ST-MOV = "99" GO TO LEO-MOV-ORIGEN.
           IF W-HAY = "N" GO TO F-PASO-MOVIMIENTO.
           IF MOV-ID-CLIENTE NOT = W-ORIGEN
               MOVE "N" TO W-HAY
               GO TO F-PASO-MOVIMIENTO.

           MOVE MOV-CLAVE      TO W-MOV-CLAVE-ANT.
           MOVE MOV-ID-CLIENTE TO WA-ID.
           MOVE MOV-FECHA      TO WA-FECHA.
           MOVE MOV-SECUENCIA  TO WA-SEC.
           MOVE MOV-COMPROBANTE TO WA-RESTO.
           MOVE W-AUD-CLAVE    TO AUD-VALOR-ANT.

           MOVE W-DESTINO TO MOV-ID-CLIENTE.
           ADD UNI-DESPL-MOV TO MOV-SECUENCIA.
           IF MOV-REF-FECHA NUMERIC AND MOV-REF-FECHA > ZERO
               ADD UNI-DESPL-MOV TO MOV-REF-SECUENCIA.
           MOVE REG-MOVIMIENTOS TO W-REG-MOV-NUE.
           MOVE MOV-CLAVE       TO W-MOV-CLAVE-NUE.
           MOVE "N" TO W-YA-PASADO.

       GRABO-MOV-DESTINO.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV = "99" GO TO GRABO-MOV-DESTINO.
      * la clave ya existe: si es este mismo movimiento, quedo grabado
      * en una corrida cortada; si es otro, no se pisa
           IF ST-MOV = "22"
               READ MOVIMIENTOS INVALID KEY MOVE SPACES
                   TO REG-MOVIMIENTOS
               END-READ
               IF REG-MOVIMIENTOS = W-REG-MOV-NUE
                   MOVE "S" TO W-YA-PASADO
               ELSE
                   MOVE "CLAVE DE MOVIMIENTO OCUPADA EN EL DESTINO"
                       TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "S" TO W-ERROR
                   GO TO F-PASO-MOVIMIENTO
               END-IF
           END-IF.
           IF W-YA-PASADO = "N" AND ST-MOV > "07"
               STRING "ERROR AL GRABAR MOVIMIENTOS " ST-MOV
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-MOVIMIENTO.

           IF W-YA-PASADO = "N"
               MOVE W-DESTINO     TO WA-ID
               MOVE MOV-FECHA     TO WA-FECHA
               MOVE MOV-SECUENCIA TO WA-SEC
               MOVE W-AUD-CLAVE   TO AUD-VALOR-NUE
               MOVE "MOVIMIENTO"  TO AUD-CAMPO
               MOVE W-DESTINO     TO W-AUD-ID
               PERFORM GRABA-AUDITORIA.

           MOVE W-MOV-CLAVE-ANT TO MOV-CLAVE.

       BORRO-MOV-ORIGEN.
           DELETE MOVIMIENTOS.
           IF ST-MOV = "99" GO TO BORRO-MOV-ORIGEN.
           IF ST-MOV > "07"
               STRING "ERROR AL BORRAR MOVIMIENTOS " ST-MOV
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-MOVIMIENTO.
           ADD 1 TO W-CANT-MOV.

       F-PASO-MOVIMIENTO.
           EXIT.

      * las dos puntas de la imputacion son movimientos del origen:
      * se corren en el mismo desplazamiento
       PASO-IMPUTACION.
           MOVE W-ORIGEN TO IMP-ID-CLIENTE.
           MOVE ZERO     TO IMP-PAGO-FECHA.
           MOVE ZERO     TO IMP-PAGO-SEC.
           MOVE ZERO     TO IMP-CARGO-FECHA.
           MOVE ZERO     TO IMP-CARGO-SEC.
           START IMPUTA KEY IS NOT LESS THAN IMP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-PASO-IMPUTACION.

       LEO-IMP-ORIGEN.
           READ IMPUTA NEXT RECORD
               AT END MOVE "N" TO W-HAY.
           IF ST-IMP = "99" GO TO LEO-IMP-ORIGEN.
           IF W-HAY = "N" GO TO F-PASO-IMPUTACION.
           IF IMP-ID-CLIENTE NOT = W-ORIGEN
               MOVE "N" TO W-HAY
               GO TO F-PASO-IMPUTACION.

           MOVE IMP-CLAVE TO W-IMP-CLAVE-ANT.
           MOVE W-DESTINO TO IMP-ID-CLIENTE.
           ADD UNI-DESPL-MOV TO IMP-PAGO-SEC.
           ADD UNI-DESPL-MOV TO IMP-CARGO-SEC.
           MOVE REG-IMPUTA TO W-REG-IMP-NUE.
           MOVE "N" TO W-YA-PASADO.

       GRABO-IMP-DESTINO.
           WRITE REG-IMPUTA.
           IF ST-IMP = "99" GO TO GRABO-IMP-DESTINO.
           IF ST-IMP = "22"
               READ IMPUTA INVALID KEY MOVE SPACES TO REG-IMPUTA
               END-READ
               IF REG-IMPUTA = W-REG-IMP-NUE
                   MOVE "S" TO W-YA-PASADO
               ELSE
                   MOVE "IMPUTACION OCUPADA EN EL DESTINO" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "S" TO W-ERROR
                   GO TO F-PASO-IMPUTACION
               END-IF
           END-IF.
           IF W-YA-PASADO = "N" AND ST-IMP > "07"
               STRING "ERROR AL GRABAR IMPUTA " ST-IMP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-IMPUTACION.

           IF W-YA-PASADO = "N"
               MOVE W-ORIGEN        TO WA-ID
               MOVE W-IMP-CLAVE-ANT(8:8)  TO WA-FECHA
               MOVE W-IMP-CLAVE-ANT(16:4) TO WA-SEC
               MOVE SPACES          TO WA-RESTO
               STRING "CARGO " W-IMP-CLAVE-ANT(20:8) "-"
                      W-IMP-CLAVE-ANT(28:4)
                   DELIMITED BY SIZE INTO WA-RESTO
               MOVE W-AUD-CLAVE     TO AUD-VALOR-ANT
               MOVE W-DESTINO       TO WA-ID
               MOVE IMP-PAGO-FECHA  TO WA-FECHA
               MOVE IMP-PAGO-SEC    TO WA-SEC
               MOVE SPACES          TO WA-RESTO
               STRING "CARGO " IMP-CARGO-FECHA "-" IMP-CARGO-SEC
                   DELIMITED BY SIZE INTO WA-RESTO
               MOVE W-AUD-CLAVE     TO AUD-VALOR-NUE
               MOVE "IMPUTACION"    TO AUD-CAMPO
               MOVE W-DESTINO       TO W-AUD-ID
               PERFORM GRABA-AUDITORIA.

           MOVE W-IMP-CLAVE-ANT TO IMP-CLAVE.

       BORRO-IMP-ORIGEN.
           DELETE IMPUTA.
           IF ST-IMP = "99" GO TO BORRO-IMP-ORIGEN.
           IF ST-IMP > "07"
               STRING "ERROR AL BORRAR IMPUTA " ST-IMP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-IMPUTACION.
           ADD 1 TO W-CANT-IMP.

       F-PASO-IMPUTACION.
           EXIT.

       PASO-GESTION.
           MOVE W-ORIGEN TO GES-ID-CLIENTE.
           MOVE ZERO     TO GES-FECHA.
           MOVE ZERO     TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-PASO-GESTION.

       LEO-GES-ORIGEN.
           READ GESTIONES NEXT RECORD
               AT END MOVE "N" TO W-HAY.
           IF ST-GES = "99" GO TO LEO-GES-ORIGEN.
           IF W-HAY = "N" GO TO F-PASO-GESTION.
           IF GES-ID-CLIENTE NOT = W-ORIGEN
               MOVE "N" TO W-HAY
               GO TO F-PASO-GESTION.

           MOVE GES-CLAVE      TO W-GES-CLAVE-ANT.
           MOVE GES-ID-CLIENTE TO WA-ID.
           MOVE GES-FECHA      TO WA-FECHA.
           MOVE GES-SECUENCIA  TO WA-SEC.
           MOVE GES-RESULTADO  TO WA-RESTO.
           MOVE W-AUD-CLAVE    TO AUD-VALOR-ANT.

           MOVE W-DESTINO TO GES-ID-CLIENTE.
           ADD UNI-DESPL-GES TO GES-SECUENCIA.
           MOVE REG-GESTION TO W-REG-GES-NUE.
           MOVE "N" TO W-YA-PASADO.

       GRABO-GES-DESTINO.
           WRITE REG-GESTION.
           IF ST-GES = "99" GO TO GRABO-GES-DESTINO.
           IF ST-GES = "22"
               READ GESTIONES INVALID KEY MOVE SPACES TO REG-GESTION
               END-READ
               IF REG-GESTION = W-REG-GES-NUE
                   MOVE "S" TO W-YA-PASADO
               ELSE
                   MOVE "CLAVE DE GESTION OCUPADA EN EL DESTINO"
                       TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "S" TO W-ERROR
                   GO TO F-PASO-GESTION
               END-IF
           END-IF.
           IF W-YA-PASADO = "N" AND ST-GES > "07"
               STRING "ERROR AL GRABAR GESTIONES " ST-GES
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-GESTION.

           IF W-YA-PASADO = "N"
               MOVE W-DESTINO     TO WA-ID
               MOVE GES-FECHA     TO WA-FECHA
               MOVE GES-SECUENCIA TO WA-SEC
               MOVE W-AUD-CLAVE   TO AUD-VALOR-NUE
               MOVE "GESTION"     TO AUD-CAMPO
               MOVE W-DESTINO     TO W-AUD-ID
               PERFORM GRABA-AUDITORIA.

           MOVE W-GES-CLAVE-ANT TO GES-CLAVE.

       BORRO-GES-ORIGEN.
           DELETE GESTIONES.
           IF ST-GES = "99" GO TO BORRO-GES-ORIGEN.
           IF ST-GES > "07"
               STRING "ERROR AL BORRAR GESTIONES " ST-GES
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-GESTION.
           ADD 1 TO W-CANT-GES.

       F-PASO-GESTION.
           EXIT.

      * el numero de plan es unico en todo el archivo: pasa igual al
      * destino; se corren las referencias a movimientos del origen
       PASO-PLAN.
           MOVE W-ORIGEN TO PLA-ID-CLIENTE.
           MOVE ZERO     TO PLA-NUMERO.
           MOVE ZERO     TO PLA-CUOTA.
           START PLANES KEY IS NOT LESS THAN PLA-CLAVE
               INVALID KEY MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-PASO-PLAN.

       LEO-PLA-ORIGEN.
           READ PLANES NEXT RECORD
               AT END MOVE "N" TO W-HAY.
           IF ST-PLA = "99" GO TO LEO-PLA-ORIGEN.
           IF W-HAY = "N" GO TO F-PASO-PLAN.
           IF PLA-ID-CLIENTE NOT = W-ORIGEN
               MOVE "N" TO W-HAY
               GO TO F-PASO-PLAN.

           MOVE PLA-CLAVE TO W-PLA-CLAVE-ANT.
           MOVE W-DESTINO TO PLA-ID-CLIENTE.
           IF PLA-CUOTA = ZERO
               IF PLA-MOV-FECHA NUMERIC AND PLA-MOV-FECHA > ZERO
                   ADD UNI-DESPL-MOV TO PLA-MOV-SEC
               END-IF
           ELSE
               IF CUO-MOV-FECHA NUMERIC AND CUO-MOV-FECHA > ZERO
                   ADD UNI-DESPL-MOV TO CUO-MOV-SEC
               END-IF
           END-IF.
           MOVE REG-PLAN TO W-REG-PLA-NUE.
           MOVE "N" TO W-YA-PASADO.

       GRABO-PLA-DESTINO.
           WRITE REG-PLAN.
           IF ST-PLA = "99" GO TO GRABO-PLA-DESTINO.
           IF ST-PLA = "22"
               READ PLANES INVALID KEY MOVE SPACES TO REG-PLAN
               END-READ
               IF REG-PLAN = W-REG-PLA-NUE
                   MOVE "S" TO W-YA-PASADO
               ELSE
                   MOVE "PLAN OCUPADO EN EL DESTINO" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "S" TO W-ERROR
                   GO TO F-PASO-PLAN
               END-IF
           END-IF.
           IF W-YA-PASADO = "N" AND ST-PLA > "07"
               STRING "ERROR AL GRABAR PLANES " ST-PLA
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-PLAN.

      * se audita el plan por su cabecera, no cuota por cuota
           IF W-YA-PASADO = "N" AND PLA-CUOTA = ZERO
               MOVE SPACES        TO AUD-VALOR-ANT
               STRING "CLIENTE " W-ORIGEN " PLAN " PLA-NUMERO
                   DELIMITED BY SIZE INTO AUD-VALOR-ANT
               MOVE SPACES        TO AUD-VALOR-NUE
               STRING "CLIENTE " W-DESTINO " PLAN " PLA-NUMERO
                   DELIMITED BY SIZE INTO AUD-VALOR-NUE
               MOVE "PLAN"        TO AUD-CAMPO
               MOVE W-DESTINO     TO W-AUD-ID
               PERFORM GRABA-AUDITORIA.

           MOVE W-PLA-CLAVE-ANT TO PLA-CLAVE.

       BORRO-PLA-ORIGEN.
           DELETE PLANES.
           IF ST-PLA = "99" GO TO BORRO-PLA-ORIGEN.
           IF ST-PLA > "07"
               STRING "ERROR AL BORRAR PLANES " ST-PLA
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-PLAN.
           ADD 1 TO W-CANT-PLA.

       F-PASO-PLAN.
           EXIT.

      * RECIBOS va por numero de recibo: se recorre completo y se
      * cambian en el lugar los del origen
       PASO-RECIBOS.
           MOVE ZERO TO REC-NUMERO.
           START RECIBOS KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY GO TO F-PASO-RECIBOS.

       LEO-REC-SIG.
           READ RECIBOS NEXT RECORD
               AT END GO TO F-PASO-RECIBOS.
           IF ST-REC = "99" GO TO LEO-REC-SIG.
           IF REC-ID-CLIENTE NOT = W-ORIGEN GO TO LEO-REC-SIG.

           MOVE W-DESTINO TO REC-ID-CLIENTE.
           ADD UNI-DESPL-MOV TO REC-MOV-SECUENCIA.

       REGRABO-RECIBO.
           REWRITE REG-RECIBO.
           IF ST-REC = "99" GO TO REGRABO-RECIBO.
           IF ST-REC > "07"
               STRING "ERROR AL GRABAR RECIBOS " ST-REC
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-RECIBOS.

           MOVE SPACES    TO AUD-VALOR-ANT.
           STRING "RECIBO " REC-NUMERO " CLIENTE " W-ORIGEN
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE SPACES    TO AUD-VALOR-NUE.
           STRING "RECIBO " REC-NUMERO " CLIENTE " W-DESTINO
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           MOVE "RECIBO"  TO AUD-CAMPO.
           MOVE W-DESTINO TO W-AUD-ID.
           PERFORM GRABA-AUDITORIA.
           ADD 1 TO W-CANT-REC.
           GO TO LEO-REC-SIG.

       F-PASO-RECIBOS.
           EXIT.

       PASO-CHEQUES.
           MOVE ZERO TO CHQ-BANCO.
           MOVE ZERO TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
               INVALID KEY GO TO F-PASO-CHEQUES.

       LEO-CHQ-SIG.
           READ CHEQUES NEXT RECORD
               AT END GO TO F-PASO-CHEQUES.
           IF ST-CHQ = "99" GO TO LEO-CHQ-SIG.
           IF CHQ-ID-CLIENTE NOT = W-ORIGEN GO TO LEO-CHQ-SIG.

           MOVE W-DESTINO TO CHQ-ID-CLIENTE.
           ADD UNI-DESPL-MOV TO CHQ-PAGO-SEC.
           IF CHQ-RCH-FECHA NUMERIC AND CHQ-RCH-FECHA > ZERO
               ADD UNI-DESPL-MOV TO CHQ-RCH-SEC.

       REGRABO-CHEQUE.
           REWRITE REG-CHEQUE.
           IF ST-CHQ = "99" GO TO REGRABO-CHEQUE.
           IF ST-CHQ > "07"
               STRING "ERROR AL GRABAR CHEQUES " ST-CHQ
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-CHEQUES.

           MOVE SPACES    TO AUD-VALOR-ANT.
           STRING "CHEQUE BCO " CHQ-BANCO " NRO " CHQ-NUMERO
                  " CLIENTE " W-ORIGEN
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE SPACES    TO AUD-VALOR-NUE.
           STRING "CHEQUE BCO " CHQ-BANCO " NRO " CHQ-NUMERO
                  " CLIENTE " W-DESTINO
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           MOVE "CHEQUE"  TO AUD-CAMPO.
           MOVE W-DESTINO TO W-AUD-ID.
           PERFORM GRABA-AUDITORIA.
           ADD 1 TO W-CANT-CHQ.
           GO TO LEO-CHQ-SIG.

       F-PASO-CHEQUES.
           EXIT.

      * una sola propuesta por cliente: la pendiente del origen pasa
      * al destino salvo que este ya tenga una pendiente, que manda;
      * las ya resueltas del origen quedan como historia
       PASO-PROPUESTA.
           MOVE W-ORIGEN TO PRO-ID-CLIENTE.
           MOVE "S" TO EXISTE.
           READ PROPUESTAS INVALID KEY MOVE "N" TO EXISTE.
           IF ST-PRO = "99" GO TO PASO-PROPUESTA.
           IF EXISTE = "N" OR PRO-ESTADO NOT = "P"
               GO TO F-PASO-PROPUESTA.
           MOVE REG-PROPUESTA TO W-REG-PRO-ORI.

           MOVE W-DESTINO TO PRO-ID-CLIENTE.
           MOVE "S" TO EXISTE.
           READ PROPUESTAS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "S" AND PRO-ESTADO = "P"
               MOVE "DESCARTADA - DESTINO CON PENDIENTE"
                   TO AUD-VALOR-NUE
               GO TO BORRO-PRO-ORIGEN.

           MOVE W-REG-PRO-ORI TO REG-PROPUESTA.
           MOVE W-DESTINO     TO PRO-ID-CLIENTE.
           IF EXISTE = "S"
               REWRITE REG-PROPUESTA
           ELSE
               WRITE REG-PROPUESTA.
           IF ST-PRO > "07"
               STRING "ERROR AL GRABAR PROPUESTAS " ST-PRO
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-PROPUESTA.
           MOVE SPACES TO AUD-VALOR-NUE.
           STRING "PENDIENTE CLIENTE " W-DESTINO
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.

       BORRO-PRO-ORIGEN.
           MOVE W-ORIGEN TO PRO-ID-CLIENTE.
           DELETE PROPUESTAS.
           IF ST-PRO = "99" GO TO BORRO-PRO-ORIGEN.
           IF ST-PRO > "07"
               STRING "ERROR AL BORRAR PROPUESTAS " ST-PRO
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-PROPUESTA.

           MOVE SPACES     TO AUD-VALOR-ANT.
           STRING "PENDIENTE CLIENTE " W-ORIGEN
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE "PROPUESTA" TO AUD-CAMPO.
           MOVE W-DESTINO   TO W-AUD-ID.
           PERFORM GRABA-AUDITORIA.

       F-PASO-PROPUESTA.
           EXIT.

      * el saldo de apertura de cada periodo se suma al del destino;
      * antes de sumar se guarda en el control el del destino, asi al
      * relanzar se sabe si la suma ya se habia hecho
       PASO-APERTURA.
           MOVE W-ORIGEN TO SAP-ID-CLIENTE.
           MOVE ZERO     TO SAP-PERIODO.
           START APERTURA KEY IS NOT LESS THAN SAP-CLAVE
               INVALID KEY MOVE "N" TO W-HAY.
           IF W-HAY = "N" GO TO F-PASO-APERTURA.

       LEO-SAP-ORIGEN.
           READ APERTURA NEXT RECORD
               AT END MOVE "N" TO W-HAY.
           IF ST-SAP = "99" GO TO LEO-SAP-ORIGEN.
           IF W-HAY = "N" GO TO F-PASO-APERTURA.
           IF SAP-ID-CLIENTE NOT = W-ORIGEN
               MOVE "N" TO W-HAY
               GO TO F-PASO-APERTURA.

           MOVE SAP-CLAVE TO W-SAP-CLAVE-ANT.
           MOVE SAP-SALDO TO W-SAP-SALDO.
           MOVE W-DESTINO TO SAP-ID-CLIENTE.

           IF UNI-SAP-PERIODO NOT = SAP-PERIODO
               MOVE "S" TO UNI-SAP-EXISTIA
               READ APERTURA INVALID KEY MOVE "N" TO UNI-SAP-EXISTIA
               END-READ
               IF UNI-SAP-EXISTIA = "S"
                   MOVE SAP-SALDO TO UNI-SAP-ANT
               ELSE
                   MOVE ZERO TO UNI-SAP-ANT
               END-IF
               MOVE W-SAP-CLAVE-ANT(8:6) TO UNI-SAP-PERIODO
               PERFORM REGRABO-CONTROL
               IF W-ERROR = "S" GO TO F-PASO-APERTURA END-IF
           END-IF.

           MOVE W-DESTINO       TO SAP-ID-CLIENTE.
           MOVE UNI-SAP-PERIODO TO SAP-PERIODO.
           MOVE "S" TO EXISTE.
           READ APERTURA INVALID KEY MOVE "N" TO EXISTE.
      * al relanzar: saldo igual al guardado, falta sumar; igual al
      * guardado mas el del origen, ya se sumo; cualquier otro, el
      * destino se movio en el medio y se resuelve a mano sin borrar
      * la apertura del origen
           IF UNI-SAP-EXISTIA = "S"
               COMPUTE W-SALDO-SUMADO = UNI-SAP-ANT + W-SAP-SALDO
               IF EXISTE = "S" AND SAP-SALDO = UNI-SAP-ANT
                   ADD W-SAP-SALDO TO SAP-SALDO
                   PERFORM REGRABO-APERTURA THRU F-REGRABO-APERTURA
                   PERFORM AUDITO-APERTURA
               ELSE
                   IF EXISTE = "N" OR SAP-SALDO NOT = W-SALDO-SUMADO
                       PERFORM APERTURA-DESTINO-CAMBIADA
                   END-IF
               END-IF
           ELSE
               IF EXISTE = "S" AND SAP-SALDO NOT = W-SAP-SALDO
                   PERFORM APERTURA-DESTINO-CAMBIADA
               END-IF
               IF EXISTE = "N"
                   MOVE W-DESTINO       TO SAP-ID-CLIENTE
                   MOVE UNI-SAP-PERIODO TO SAP-PERIODO
                   MOVE W-SAP-SALDO     TO SAP-SALDO
                   ACCEPT SAP-FECHA FROM DATE YYYYMMDD
                   ACCEPT W-HORA-LARGA FROM TIME
                   MOVE W-HORA-LARGA(1:6) TO SAP-HORA
                   PERFORM GRABO-APERTURA THRU F-GRABO-APERTURA
                   PERFORM AUDITO-APERTURA
               END-IF
           END-IF.
           IF W-ERROR = "S" GO TO F-PASO-APERTURA.

           MOVE W-SAP-CLAVE-ANT TO SAP-CLAVE.

       BORRO-SAP-ORIGEN.
           DELETE APERTURA.
           IF ST-SAP = "99" GO TO BORRO-SAP-ORIGEN.
           IF ST-SAP > "07"
               STRING "ERROR AL BORRAR APERTURA " ST-SAP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-APERTURA.
           ADD 1 TO W-CANT-SAP.

       F-PASO-APERTURA.
           EXIT.

       APERTURA-DESTINO-CAMBIADA.
           MOVE SPACES TO MENSAJE.
           STRING "APERTURA " UNI-SAP-PERIODO " DEL DESTINO MODIFICADA"
                  " - RESOLVER A MANO"
               DELIMITED BY SIZE INTO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.
           MOVE "S" TO W-ERROR.

       REGRABO-APERTURA.
           REWRITE REG-APERTURA.
           IF ST-SAP = "99" GO TO REGRABO-APERTURA.
           IF ST-SAP > "07"
               STRING "ERROR AL GRABAR APERTURA " ST-SAP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR.

       F-REGRABO-APERTURA.
           EXIT.

       GRABO-APERTURA.
           WRITE REG-APERTURA.
           IF ST-SAP = "99" GO TO GRABO-APERTURA.
           IF ST-SAP > "07"
               STRING "ERROR AL GRABAR APERTURA " ST-SAP
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR.

       F-GRABO-APERTURA.
           EXIT.

       AUDITO-APERTURA.
           IF W-ERROR = "N"
               MOVE W-SAP-SALDO TO W-SALDO-Z
               MOVE SPACES      TO AUD-VALOR-ANT
               STRING "CLIENTE " W-ORIGEN " PERIODO " UNI-SAP-PERIODO
                      " SALDO " W-SALDO-Z
                   DELIMITED BY SIZE INTO AUD-VALOR-ANT
               MOVE SAP-SALDO   TO W-SALDO-Z
               MOVE SPACES      TO AUD-VALOR-NUE
               STRING "CLIENTE " W-DESTINO " PERIODO " UNI-SAP-PERIODO
                      " SALDO " W-SALDO-Z
                   DELIMITED BY SIZE INTO AUD-VALOR-NUE
               MOVE "APERTURA"  TO AUD-CAMPO
               MOVE W-DESTINO   TO W-AUD-ID
               PERFORM GRABA-AUDITORIA.

      * el saldo del origen se toma recien aca, con el origen ya
      * bloqueado; se guarda junto con el del destino antes de sumar
       PASO-SALDO.
           IF UNI-SALDO-CURSO = "S" GO TO SUMO-SALDO.

           MOVE W-ORIGEN TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO PASO-SALDO.
           IF ST-FILE > "07"
               MOVE "CLIENTE ORIGEN INEXISTENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.
           MOVE CLI_SALDO TO UNI-SALDO-ORIGEN.

           MOVE W-DESTINO TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE > "07"
               MOVE "CLIENTE DESTINO INEXISTENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.
           MOVE CLI_SALDO TO UNI-SALDO-ANT.
           MOVE "S" TO UNI-SALDO-CURSO.
           PERFORM REGRABO-CONTROL.
           IF W-ERROR = "S" GO TO F-PASO-SALDO.

       SUMO-SALDO.
           MOVE W-DESTINO TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO SUMO-SALDO.
           IF ST-FILE > "07"
               MOVE "CLIENTE DESTINO INEXISTENTE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.
      * al relanzar: saldo igual al guardado, falta sumar; igual al
      * guardado mas el del origen, ya se sumo; cualquier otro, el
      * destino tuvo movimientos en el medio: no se anula el saldo
      * del origen y el control queda pendiente para resolver a mano
           IF UNI-SALDO-ORIGEN = ZERO
               GO TO ANULO-SALDO-ORIGEN.
           COMPUTE W-SALDO-SUMADO = UNI-SALDO-ANT + UNI-SALDO-ORIGEN.
           IF CLI_SALDO = W-SALDO-SUMADO
               GO TO ANULO-SALDO-ORIGEN.
           IF CLI_SALDO NOT = UNI-SALDO-ANT
               MOVE "SALDO DEL DESTINO MODIFICADO - RESOLVER A MANO"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.

           ADD UNI-SALDO-ORIGEN TO CLI_SALDO.

       REGRABO-DESTINO.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-DESTINO.
           IF ST-FILE > "07"
               STRING "ERROR AL GRABAR CLIENTES " ST-FILE
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.

           MOVE UNI-SALDO-ANT TO W-SALDO-Z.
           MOVE W-SALDO-Z     TO AUD-VALOR-ANT.
           MOVE CLI_SALDO     TO W-SALDO-Z.
           MOVE SPACES        TO AUD-VALOR-NUE.
           STRING W-SALDO-Z " CON CLIENTE " W-ORIGEN
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-DESTINO     TO W-AUD-ID.
           PERFORM GRABA-AUDITORIA.

       ANULO-SALDO-ORIGEN.
           MOVE W-ORIGEN TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO ANULO-SALDO-ORIGEN.
           IF ST-FILE > "07" OR CLI_SALDO = ZERO
               GO TO F-PASO-SALDO.
           MOVE CLI_SALDO TO W-SALDO-Z.
           MOVE ZERO TO CLI_SALDO.

       REGRABO-SALDO-ORIGEN.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-SALDO-ORIGEN.
           IF ST-FILE > "07"
               STRING "ERROR AL GRABAR CLIENTES " ST-FILE
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "S" TO W-ERROR
               GO TO F-PASO-SALDO.

           MOVE W-SALDO-Z     TO AUD-VALOR-ANT.
           MOVE SPACES        TO AUD-VALOR-NUE.
           STRING "0 - PASADO AL CLIENTE " W-DESTINO
               DELIMITED BY SIZE INTO AUD-VALOR-NUE.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-ORIGEN      TO W-AUD-ID.
           PERFORM GRABA-AUDITORIA.

       F-PASO-SALDO.
           EXIT.

       GRABA-AUDITORIA.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR     TO AUD-OPERADOR.
           MOVE W-AUD-ID       TO AUD-ID-CLIENTE.
           MOVE "UNIF"         TO AUD-OPERACION.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR AL GRABAR AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80
           DISPLAY MENSAJE LINE 22 COL 25.

       END PROGRAM "UNIFICA".
