      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Ficha del cliente - consulta de solo lectura, abierta
      *          a todo nivel de operador. Busca el cliente por ID,
      *          nombre o categoria como BUSCAR de ABM y muestra en una
      *          cabecera los datos de contacto, CLI_SALDO, CLI_LIMITE,
      *          el credito disponible y el ultimo saldo de APERTURA.
      *          Debajo, por paginas hacia adelante y hacia atras, los
      *          MOVIMIENTOS del cliente con saldo corrido (el mismo
      *          criterio de sentido que RESUMEN), los cargos abiertos
      *          con su pendiente segun IMPUTA, los recibos emitidos y
      *          las ultimas GESTIONES con la promesa de pago que siga
      *          sin cumplirse. No modifica datos del cliente: solo
      *          el login regraba OPERADORES (contador de intentos,
      *          ultimo ingreso y cambio de clave) y agrega los
      *          eventos a ACCESOS.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "FICHA".

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
       01  OPCION          PIC X.
       01  W-OPERADOR      PIC X(20).
       01  W-HORA-LARGA    PIC X(20).
       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "FICHA".
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
       01  W-FECHA-HOY     PIC 9(8).
       01  W-LINEA         PIC 9(2).

       01  W-MODO-BUSQ     PIC X.
       01  EXISTE-BUSQ     PIC X.
       01  W-BUSQ-TEXTO    PIC X(60).
       01  W-BUSQ-LEN      PIC 9(02).
       01  W-BUSQ-CAT      PIC X.
       01  W-ELEGIDO       PIC X.

       01  W-CLI-ID        PIC 9(07).
       01  W-CLI-ID-Z      PIC Z(06)9.
       01  W-SALDO-Z       PIC Z(6)9,999-.
       01  W-LIMITE-Z      PIC Z(6)9,999.
       01  W-DISPONIBLE    PIC S9(8)V9(3).
       01  W-DISPONIBLE-Z  PIC Z(7)9,999-.
       01  W-HAY-SAP       PIC X.
       01  W-ULT-PERIODO   PIC 9(6).
       01  W-ULT-SAP-SALDO PIC S9(7)V9(3).

      * vista activa: M movimientos, C cargos abiertos, R recibos,
      * G gestiones. Cada vista se recorre entera: los items que caen
      * en la pagina pedida se muestran y el total da la ultima pagina
       01  W-VISTA         PIC X.
       01  W-PAGINA        PIC 9(5).
       01  W-ULT-PAGINA    PIC 9(5).
       01  W-FILAS         PIC 9(2).
       01  W-FILA-INI      PIC 9(2).
       01  W-FILA          PIC 9(2).
       01  W-ITEM          PIC 9(7).
       01  W-DESDE         PIC 9(7).
       01  W-HASTA         PIC 9(7).
       01  W-CANT-ITEMS    PIC 9(7).
       01  W-PAGINA-Z      PIC ZZZZ9.
       01  W-ULT-PAGINA-Z  PIC ZZZZ9.
       01  W-HAY           PIC X.

       01  W-SALDO-INI     PIC S9(7)V9(3).
       01  W-SALDO-RUN     PIC S9(7)V9(3).
       01  W-NETO          PIC S9(8)V9(3).
       01  W-CAR-FECHA     PIC 9(8).
       01  W-CAR-SEC       PIC 9(4).
       01  W-PEND-CARGO    PIC S9(7)V9(3).
       01  W-IMPUTADO      PIC 9(7)V9(3).
       01  W-TOT-PEND      PIC S9(8)V9(3).
       01  W-TOT-PEND-Z    PIC Z(7)9,999-.
       01  W-HAY-IMP       PIC X.
       01  W-NRO-RECIBO-X  PIC X(8).
       01  W-NRO-RECIBO REDEFINES W-NRO-RECIBO-X PIC 9(8).

       01  W-PROM-HAY      PIC X.
       01  W-PROM-GES-FEC  PIC 9(8).
       01  W-PROM-FECHA    PIC 9(8).
       01  W-PROM-IMPORTE  PIC 9(6)V9(3).
       01  W-PROM-Z        PIC Z(5)9,999.
       01  W-CUMPLIDA      PIC X.

       01  LINEA-MOV.
           03  LM-FECHA        PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-SEC          PIC 9(4).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-TIPO         PIC X(01).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-COMPROBANTE  PIC X(12).
           03  LM-CARGO        PIC Z(6)9,999.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-PAGO         PIC Z(6)9,999.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-SALDO        PIC Z(6)9,999-.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LM-NOTA         PIC X(09).

       01  LINEA-CARGO.
           03  LC-FECHA        PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LC-SEC          PIC 9(4).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LC-COMPROBANTE  PIC X(12).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LC-IMPORTE      PIC Z(5)9,999.
           03  FILLER          PIC X(03) VALUE SPACES.
           03  LC-PENDIENTE    PIC Z(6)9,999-.

       01  LINEA-RECIBO.
           03  LR-NUMERO       PIC 9(8).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LR-FECHA        PIC 9(8).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LR-IMPORTE      PIC Z(5)9,999.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LR-MEDIO        PIC X(13).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LR-OPERADOR     PIC X(15).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LR-NOTA         PIC X(09).

       01  LINEA-GESTION.
           03  LG-FECHA        PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LG-OPERADOR     PIC X(12).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LG-RESULTADO    PIC X(02).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LG-PROM-IMPORTE PIC Z(5)9,999.
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LG-PROM-FECHA   PIC X(08).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LG-TEXTO        PIC X(34).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           GO TO FINALIZAR.

      * la ficha no modifica nada: alcanza con cualquier operador
      * activo, incluido el nivel consulta
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM LOGIN THRU F-LOGIN.
           IF FIN = "N" AND W-NIVEL < 1
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
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
             STRING "ERROR AL ABRIR ARCHIVO CLIENTES " ST-FILE
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
             STRING "ERROR AL ABRIR ARCHIVO MOVIMIENTOS " ST-MOV
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT IMPUTA.
           IF ST-IMP > "07"
             STRING "ERROR AL ABRIR ARCHIVO IMPUTA " ST-IMP
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT RECIBOS.
           IF ST-REC > "07"
             STRING "ERROR AL ABRIR ARCHIVO RECIBOS " ST-REC
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT GESTIONES.
           IF ST-GES > "07"
             STRING "ERROR AL ABRIR ARCHIVO GESTIONES " ST-GES
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT APERTURA.
           IF ST-SAP > "07"
             STRING "ERROR AL ABRIR ARCHIVO APERTURA " ST-SAP
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE IMPUTA.
           CLOSE RECIBOS.
           CLOSE GESTIONES.
           CLOSE APERTURA.

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
           MOVE 5 TO W-LINEA.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA > 21.
           DISPLAY "FICHA DEL CLIENTE"           LINE 03 COL 32
                   GUIONES                       LINE 04 COL 01.

           PERFORM BUSCAR THRU F-BUSCAR.
           IF FIN = "S" OR W-ELEGIDO = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF EXISTE = "N"
               PERFORM CIERRO-ARCHIVO
               GO TO F-PROCESO.

           PERFORM MUESTRO-FICHA THRU F-MUESTRO-FICHA.
           PERFORM CIERRO-ARCHIVO.

       F-PROCESO.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LINEA COL 01 SIZE 80.
           ADD 1 TO W-LINEA.

      ******************************************************************
      * busqueda del cliente, igual que BUSCAR de ABM
      ******************************************************************
       BUSCAR.
           MOVE "N" TO W-ELEGIDO.
           DISPLAY "BUSCAR POR:  [I] ID   [N] NOMBRE   [C] CATEGORIA"
                   "   [S] SALIR"              LINE 06 COL 05.
           MOVE SPACE TO W-MODO-BUSQ.
           ACCEPT W-MODO-BUSQ LINE 06 COL 72.
           INSPECT W-MODO-BUSQ CONVERTING "incs" TO "INCS".

           EVALUATE W-MODO-BUSQ
               WHEN "N"
                   PERFORM BUSCAR-NOMBRE THRU F-BUSCAR-NOMBRE
               WHEN "C"
                   PERFORM BUSCAR-CATEGORIA THRU F-BUSCAR-CATEGORIA
               WHEN "I"
                   PERFORM INGRESO-ID-DIRECTO THRU F-INGRESO-ID-DIRECTO
               WHEN "S"
                   MOVE "S" TO FIN
               WHEN OTHER
                   MOVE "OPCION DE BUSQUEDA INCORRECTA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.

       F-BUSCAR.
           EXIT.

       INGRESO-ID-DIRECTO.
           DISPLAY "INGRESE ID : " LINE 08 COL 05.
           MOVE ZERO TO W-CLI-ID.
           ACCEPT W-CLI-ID LINE 08 COL 23.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z LINE 08 COL 23.
           IF W-CLI-ID NOT = 0
               MOVE "S" TO W-ELEGIDO.

       F-INGRESO-ID-DIRECTO.
           EXIT.

       BUSCAR-NOMBRE.
           DISPLAY "NOMBRE (O INICIO DEL NOMBRE) : "    LINE 08 COL 05.
           MOVE SPACES TO W-BUSQ-TEXTO.
           ACCEPT W-BUSQ-TEXTO LINE 08 COL 38.
           IF W-BUSQ-TEXTO = SPACES GO TO F-BUSCAR-NOMBRE.

           MOVE 60 TO W-BUSQ-LEN.
           PERFORM CALCULO-LARGO-BUSQ
               UNTIL W-BUSQ-LEN = 0
                  OR W-BUSQ-TEXTO(W-BUSQ-LEN:1) NOT = SPACE.

           MOVE W-BUSQ-TEXTO TO CLI_NOMBRE.
           START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE
               INVALID KEY MOVE "N" TO EXISTE-BUSQ
               NOT INVALID KEY MOVE "S" TO EXISTE-BUSQ
           END-START.
           IF EXISTE-BUSQ = "N"
               MOVE "NO SE ENCONTRARON CLIENTES" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-BUSCAR-NOMBRE.

       BUSCAR-NOMBRE-SIG.
           READ CLIENTES NEXT RECORD
               AT END MOVE "N" TO EXISTE-BUSQ
           END-READ.
           IF EXISTE-BUSQ = "S" AND CLI_BORRADO = "S"
               GO TO BUSCAR-NOMBRE-SIG.
           IF EXISTE-BUSQ = "N"
              OR CLI_NOMBRE(1:W-BUSQ-LEN)
                 NOT = W-BUSQ-TEXTO(1:W-BUSQ-LEN)
               MOVE "FIN DE COINCIDENCIAS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-BUSCAR-NOMBRE.

           PERFORM ELIJO-CLIENTE THRU F-ELIJO-CLIENTE.
           IF W-MODO-BUSQ = "N" GO TO BUSCAR-NOMBRE-SIG.

       F-BUSCAR-NOMBRE.
           EXIT.

       CALCULO-LARGO-BUSQ.
           SUBTRACT 1 FROM W-BUSQ-LEN.

       BUSCAR-CATEGORIA.
           DISPLAY "CATEGORIA : "           LINE 08 COL 05.
           MOVE SPACE TO W-BUSQ-CAT.
           ACCEPT W-BUSQ-CAT LINE 08 COL 20.
           IF W-BUSQ-CAT = SPACE GO TO F-BUSCAR-CATEGORIA.

           MOVE W-BUSQ-CAT   TO CLI_CATEGORIA_2.
           MOVE LOW-VALUES   TO CLI_NOMBRE_2.
           START CLIENTES KEY IS NOT LESS THAN CLI_ALT_2
               INVALID KEY MOVE "N" TO EXISTE-BUSQ
               NOT INVALID KEY MOVE "S" TO EXISTE-BUSQ
           END-START.
           IF EXISTE-BUSQ = "N"
               MOVE "NO SE ENCONTRARON CLIENTES" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-BUSCAR-CATEGORIA.

       BUSCAR-CATEGORIA-SIG.
           READ CLIENTES NEXT RECORD
               AT END MOVE "N" TO EXISTE-BUSQ
           END-READ.
           IF EXISTE-BUSQ = "S" AND CLI_BORRADO = "S"
               GO TO BUSCAR-CATEGORIA-SIG.
           IF EXISTE-BUSQ = "N" OR CLI_CATEGORIA_2 NOT = W-BUSQ-CAT
               MOVE "FIN DE COINCIDENCIAS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-BUSCAR-CATEGORIA.

           PERFORM ELIJO-CLIENTE THRU F-ELIJO-CLIENTE.
           IF W-MODO-BUSQ = "N" GO TO BUSCAR-CATEGORIA-SIG.

       F-BUSCAR-CATEGORIA.
           EXIT.

      * muestra una coincidencia; W-MODO-BUSQ vuelve "N" para seguir
       ELIJO-CLIENTE.
           MOVE CLI_ID TO W-CLI-ID-Z.
           DISPLAY SPACES        LINE 10 COL 01 SIZE 80.
           DISPLAY W-CLI-ID-Z    LINE 10 COL 05
                   CLI_NOMBRE    LINE 10 COL 15
                   CLI_CATEGORIA LINE 10 COL 77.
           DISPLAY "[N] SIGUIENTE   [S] SELECCIONAR   [V] VOLVER"
                                  LINE 12 COL 05.
           MOVE SPACE TO W-MODO-BUSQ.
           ACCEPT W-MODO-BUSQ LINE 12 COL 60.
           INSPECT W-MODO-BUSQ CONVERTING "nsv" TO "NSV".

           EVALUATE W-MODO-BUSQ
               WHEN "S"
                   MOVE CLI_ID TO W-CLI-ID
                   MOVE "S" TO W-ELEGIDO
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO W-MODO-BUSQ
           END-EVALUATE.

       F-ELIJO-CLIENTE.
           EXIT.

      * un cliente unificado se informa con el ID que lo reemplazo
       LEO-CLIENTE.
           MOVE W-CLI-ID TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO LEO-CLIENTE.
           IF EXISTE = "N"
               MOVE "ID NO ENCONTRADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CLIENTE.
           IF CLI_BORRADO = "S"
               MOVE "N" TO EXISTE
               IF CLI_UNIFICADO_EN NUMERIC
                  AND CLI_UNIFICADO_EN NOT = ZERO
                   MOVE SPACES TO MENSAJE
                   STRING "CLIENTE UNIFICADO EN " CLI_UNIFICADO_EN
                       DELIMITED BY SIZE INTO MENSAJE
               ELSE
                   MOVE "CLIENTE DADO DE BAJA" TO MENSAJE
               END-IF
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LEO-CLIENTE.
           IF CLI_SALDO NOT NUMERIC
               MOVE "SALDO NO NUMERICO - RESOLVER CON SOPORTE"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO EXISTE
               GO TO F-LEO-CLIENTE.
      * los registros anteriores al campo limite traen espacios en
      * esa posicion: se toman como cliente sin tope
           IF CLI_LIMITE NOT NUMERIC
               MOVE ZERO TO CLI_LIMITE.

       F-LEO-CLIENTE.
           EXIT.

      ******************************************************************
      * cabecera de la ficha y navegacion entre vistas
      ******************************************************************
       MUESTRO-FICHA.
           MOVE 5 TO W-LINEA.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA > 21.
           PERFORM BUSCO-ULT-APERTURA THRU F-BUSCO-ULT-APERTURA.
           PERFORM MUESTRO-CABECERA.
           PERFORM CALCULO-SALDO-INICIAL THRU F-CALCULO-SALDO-INICIAL.

           MOVE "M" TO W-VISTA.
           PERFORM PAGINA-FINAL.

       MUESTRO-VISTA.
           MOVE 12 TO W-LINEA.
           PERFORM LIMPIO-LINEA UNTIL W-LINEA > 20.
           DISPLAY GUIONES LINE 11 COL 01.
           COMPUTE W-DESDE = (W-PAGINA - 1) * W-FILAS.
           COMPUTE W-HASTA = W-DESDE + W-FILAS.
           MOVE ZERO TO W-ITEM.
           MOVE W-FILA-INI TO W-FILA.
           EVALUATE W-VISTA
               WHEN "M" PERFORM VISTA-MOVIMIENTOS
                            THRU F-VISTA-MOVIMIENTOS
               WHEN "C" PERFORM VISTA-CARGOS THRU F-VISTA-CARGOS
               WHEN "R" PERFORM VISTA-RECIBOS THRU F-VISTA-RECIBOS
               WHEN "G" PERFORM VISTA-GESTIONES THRU F-VISTA-GESTIONES
           END-EVALUATE.
           MOVE W-ITEM TO W-CANT-ITEMS.
           PERFORM CALCULO-ULT-PAGINA.
           MOVE W-PAGINA     TO W-PAGINA-Z.
           MOVE W-ULT-PAGINA TO W-ULT-PAGINA-Z.
           DISPLAY "PAG"             LINE 11 COL 65
                   W-PAGINA-Z        LINE 11 COL 68
                   "/"               LINE 11 COL 74
                   W-ULT-PAGINA-Z    LINE 11 COL 75.

       PIDO-OPCION.
           DISPLAY "[+]/[-] PAGINA  [M]OVIMIENTOS  [C]ARGOS  "
                   "[R]ECIBOS  [G]ESTIONES  [V]OLVER"   LINE 21 COL 02.
           DISPLAY "OPCION [ ]"                         LINE 23 COL 66.
           MOVE SPACE TO OPCION.
           ACCEPT  OPCION                               LINE 23 COL 74.
           INSPECT OPCION CONVERTING "mcrgv" TO "MCRGV".
           DISPLAY SPACES LINE 22 COL 01 SIZE 80.

           EVALUATE OPCION
               WHEN "+"
                   IF W-PAGINA < W-ULT-PAGINA
                       ADD 1 TO W-PAGINA
                       GO TO MUESTRO-VISTA
                   END-IF
                   MOVE "ULTIMA PAGINA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO PIDO-OPCION
               WHEN "-"
                   IF W-PAGINA > 1
                       SUBTRACT 1 FROM W-PAGINA
                       GO TO MUESTRO-VISTA
                   END-IF
                   MOVE "PRIMERA PAGINA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO PIDO-OPCION
               WHEN "M"
               WHEN "R"
               WHEN "G"
                   MOVE OPCION TO W-VISTA
                   PERFORM PAGINA-FINAL
                   GO TO MUESTRO-VISTA
               WHEN "C"
                   MOVE OPCION TO W-VISTA
                   PERFORM FILAS-VISTA
                   MOVE 1 TO W-PAGINA
                   GO TO MUESTRO-VISTA
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCION INCORRECTA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO PIDO-OPCION
           END-EVALUATE.

       F-MUESTRO-FICHA.
           EXIT.

      * la gestiones usan una fila para la promesa pendiente
       FILAS-VISTA.
           IF W-VISTA = "G"
               MOVE 7  TO W-FILAS
               MOVE 14 TO W-FILA-INI
           ELSE
               MOVE 8  TO W-FILAS
               MOVE 13 TO W-FILA-INI.

      * movimientos, recibos y gestiones abren en la pagina mas
      * reciente: se cuenta la vista sin mostrar y se va al final
       PAGINA-FINAL.
           PERFORM FILAS-VISTA.
           MOVE 9999999 TO W-DESDE.
           MOVE 9999999 TO W-HASTA.
           MOVE ZERO TO W-ITEM.
           MOVE W-FILA-INI TO W-FILA.
           EVALUATE W-VISTA
               WHEN "M" PERFORM VISTA-MOVIMIENTOS
                            THRU F-VISTA-MOVIMIENTOS
               WHEN "R" PERFORM VISTA-RECIBOS THRU F-VISTA-RECIBOS
               WHEN "G" PERFORM VISTA-GESTIONES THRU F-VISTA-GESTIONES
           END-EVALUATE.
           MOVE W-ITEM TO W-CANT-ITEMS.
           PERFORM CALCULO-ULT-PAGINA.
           MOVE W-ULT-PAGINA TO W-PAGINA.

       CALCULO-ULT-PAGINA.
           DIVIDE W-CANT-ITEMS BY W-FILAS GIVING W-ULT-PAGINA.
           IF W-ULT-PAGINA * W-FILAS < W-CANT-ITEMS
               ADD 1 TO W-ULT-PAGINA.
           IF W-ULT-PAGINA = ZERO
               MOVE 1 TO W-ULT-PAGINA.

       MUESTRO-CABECERA.
           MOVE CLI_ID     TO W-CLI-ID-Z.
           MOVE CLI_SALDO  TO W-SALDO-Z.
           MOVE CLI_LIMITE TO W-LIMITE-Z.
           DISPLAY "CLIENTE  :"           LINE 05 COL 02
                   W-CLI-ID-Z             LINE 05 COL 13
                   CLI_NOMBRE(1:50)       LINE 05 COL 21
                   "CAT:"                 LINE 05 COL 73
                   CLI_CATEGORIA          LINE 05 COL 78
                   "DIRECCION:"           LINE 06 COL 02
                   CLI_DIRECCION(1:50)    LINE 06 COL 13
                   "CP:"                  LINE 06 COL 65
                   CLI_CODPOST            LINE 06 COL 69
                   "TELEFONO :"           LINE 07 COL 02
                   CLI_TELEFONO           LINE 07 COL 13
                   "CUIT:"                LINE 07 COL 40
                   CLI_CUIT               LINE 07 COL 46
                   "EMAIL    :"           LINE 08 COL 02
                   CLI_EMAIL              LINE 08 COL 13
                   "SALDO    :"           LINE 09 COL 02
                   W-SALDO-Z              LINE 09 COL 13
                   "LIMITE:"              LINE 09 COL 27
                   "DISPONIBLE:"          LINE 09 COL 52.
           IF CLI_LIMITE = ZERO
               DISPLAY "SIN TOPE"         LINE 09 COL 35
                       "SIN TOPE"         LINE 09 COL 64
           ELSE
               COMPUTE W-DISPONIBLE = CLI_LIMITE - CLI_SALDO
               MOVE W-DISPONIBLE TO W-DISPONIBLE-Z
               DISPLAY W-LIMITE-Z         LINE 09 COL 35
                       W-DISPONIBLE-Z     LINE 09 COL 64.
           DISPLAY "ULTIMO CIERRE:"       LINE 10 COL 02.
           IF W-HAY-SAP = "S"
               MOVE W-ULT-SAP-SALDO TO W-SALDO-Z
               DISPLAY W-ULT-PERIODO      LINE 10 COL 17
                       "SALDO DE APERTURA:" LINE 10 COL 27
                       W-SALDO-Z          LINE 10 COL 46
           ELSE
               DISPLAY "SIN CIERRES"      LINE 10 COL 17.
           DISPLAY GUIONES                LINE 11 COL 01.

      * hay un registro por mes cerrado: queda el ultimo
       BUSCO-ULT-APERTURA.
           MOVE "N" TO W-HAY-SAP.
           MOVE CLI_ID TO SAP-ID-CLIENTE.
           MOVE ZERO   TO SAP-PERIODO.
           START APERTURA KEY IS NOT LESS THAN SAP-CLAVE
               INVALID KEY GO TO F-BUSCO-ULT-APERTURA.

       BUSCO-ULT-APERTURA-SIG.
           READ APERTURA NEXT RECORD
               AT END GO TO F-BUSCO-ULT-APERTURA.
           IF SAP-ID-CLIENTE NOT = CLI_ID GO TO F-BUSCO-ULT-APERTURA.
           MOVE "S"         TO W-HAY-SAP.
           MOVE SAP-PERIODO TO W-ULT-PERIODO.
           MOVE SAP-SALDO   TO W-ULT-SAP-SALDO.
           GO TO BUSCO-ULT-APERTURA-SIG.

       F-BUSCO-ULT-APERTURA.
           EXIT.

      * como RESUMEN sin cierre previo: el saldo anterior a los
      * movimientos en linea es CLI_SALDO menos el neto de todos
      * ellos, asi el saldo corrido termina en CLI_SALDO
       CALCULO-SALDO-INICIAL.
           MOVE ZERO TO W-NETO.
           PERFORM POSICIONO-MOV THRU F-POSICIONO-MOV.
           PERFORM SUMO-NETO THRU F-SUMO-NETO UNTIL W-HAY = "N".
           COMPUTE W-SALDO-INI = CLI_SALDO - W-NETO.

       F-CALCULO-SALDO-INICIAL.
           EXIT.

       SUMO-NETO.
           EVALUATE TRUE
               WHEN MOV-TIPO = "C"
                   ADD MOV-IMPORTE TO W-NETO
               WHEN MOV-TIPO = "P"
                   SUBTRACT MOV-IMPORTE FROM W-NETO
               WHEN MOV-SENTIDO = "D"
                   ADD MOV-IMPORTE TO W-NETO
               WHEN OTHER
                   SUBTRACT MOV-IMPORTE FROM W-NETO
           END-EVALUATE.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-SUMO-NETO.
           EXIT.

       POSICIONO-MOV.
           MOVE CLI_ID TO MOV-ID-CLIENTE.
           MOVE ZERO   TO MOV-FECHA.
           MOVE ZERO   TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY
               NOT INVALID KEY MOVE "S" TO W-HAY
           END-START.
           IF W-HAY = "S"
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-POSICIONO-MOV.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO W-HAY
           END-READ.
           IF W-HAY = "S" AND MOV-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY.

       F-LEO-MOVIMIENTO.
           EXIT.

      ******************************************************************
      * vista de movimientos con saldo corrido
      ******************************************************************
       VISTA-MOVIMIENTOS.
           IF W-DESDE NOT = 9999999
               DISPLAY "FECHA    SEC  T COMPROBANTE       CARGO"
                       "        PAGO        SALDO NOTA"
                                           LINE 12 COL 02.
           MOVE W-SALDO-INI TO W-SALDO-RUN.
           PERFORM POSICIONO-MOV THRU F-POSICIONO-MOV.
           PERFORM FILA-MOVIMIENTO THRU F-FILA-MOVIMIENTO
               UNTIL W-HAY = "N".

       F-VISTA-MOVIMIENTOS.
           EXIT.

       FILA-MOVIMIENTO.
           ADD 1 TO W-ITEM.
           MOVE SPACES TO LINEA-MOV.
           EVALUATE TRUE
               WHEN MOV-TIPO = "C"
                   ADD MOV-IMPORTE TO W-SALDO-RUN
                   MOVE MOV-IMPORTE TO LM-CARGO
               WHEN MOV-TIPO = "P"
                   SUBTRACT MOV-IMPORTE FROM W-SALDO-RUN
                   MOVE MOV-IMPORTE TO LM-PAGO
               WHEN MOV-SENTIDO = "D"
                   ADD MOV-IMPORTE TO W-SALDO-RUN
                   MOVE MOV-IMPORTE TO LM-CARGO
               WHEN OTHER
                   SUBTRACT MOV-IMPORTE FROM W-SALDO-RUN
                   MOVE MOV-IMPORTE TO LM-PAGO
           END-EVALUATE.
           IF W-ITEM > W-DESDE AND W-ITEM NOT > W-HASTA
               MOVE MOV-FECHA       TO LM-FECHA
               MOVE MOV-SECUENCIA   TO LM-SEC
               MOVE MOV-TIPO        TO LM-TIPO
               MOVE MOV-COMPROBANTE TO LM-COMPROBANTE
               MOVE W-SALDO-RUN     TO LM-SALDO
               IF MOV-ANULADO = "S"
                   MOVE "ANULADO"   TO LM-NOTA
               END-IF
               IF MOV-TIPO = "A"
                   MOVE "ANULACION" TO LM-NOTA
               END-IF
               IF MOV-TIPO = "J"
                   MOVE "AJUSTE"    TO LM-NOTA
               END-IF
               IF MOV-TIPO = "F"
                   MOVE "PASE PLAN" TO LM-NOTA
               END-IF
               DISPLAY LINEA-MOV LINE W-FILA COL 02
               ADD 1 TO W-FILA.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-FILA-MOVIMIENTO.
           EXIT.

      ******************************************************************
      * vista de cargos abiertos: importe menos lo imputado
      ******************************************************************
       VISTA-CARGOS.
           IF W-DESDE NOT = 9999999
               DISPLAY "FECHA    SEC   COMPROBANTE      IMPORTE"
                       "     PENDIENTE"        LINE 12 COL 02.
           MOVE ZERO TO W-TOT-PEND.
           PERFORM POSICIONO-MOV THRU F-POSICIONO-MOV.
           PERFORM FILA-CARGO THRU F-FILA-CARGO
               UNTIL W-HAY = "N".
           IF W-DESDE NOT = 9999999
               MOVE W-TOT-PEND TO W-TOT-PEND-Z
               DISPLAY " TOTAL PENDIENTE:"     LINE 11 COL 30
                       W-TOT-PEND-Z            LINE 11 COL 48
                       " "                     LINE 11 COL 61.

       F-VISTA-CARGOS.
           EXIT.

       FILA-CARGO.
           IF MOV-TIPO NOT = "C" OR MOV-ANULADO = "S"
               GO TO SIGO-CARGO.
           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           MOVE MOV-IMPORTE   TO W-PEND-CARGO.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CARGO.
           IF W-PEND-CARGO NOT > ZERO GO TO SIGO-CARGO.

           ADD 1 TO W-ITEM.
           ADD W-PEND-CARGO TO W-TOT-PEND.
           IF W-ITEM > W-DESDE AND W-ITEM NOT > W-HASTA
               MOVE SPACES          TO LINEA-CARGO
               MOVE MOV-FECHA       TO LC-FECHA
               MOVE MOV-SECUENCIA   TO LC-SEC
               MOVE MOV-COMPROBANTE TO LC-COMPROBANTE
               MOVE MOV-IMPORTE     TO LC-IMPORTE
               MOVE W-PEND-CARGO    TO LC-PENDIENTE
               DISPLAY LINEA-CARGO LINE W-FILA COL 02
               ADD 1 TO W-FILA.

       SIGO-CARGO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-FILA-CARGO.
           EXIT.

      * mismo criterio que SUMO-IMPUTADO en CTACTE
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

      ******************************************************************
      * vista de recibos: los pagos con comprobante "RBO" + numero,
      * completados con el registro de RECIBOS
      ******************************************************************
       VISTA-RECIBOS.
           IF W-DESDE NOT = 9999999
               DISPLAY "RECIBO    FECHA        IMPORTE  MEDIO"
                       "         OPERADOR"    LINE 12 COL 02.
           PERFORM POSICIONO-MOV THRU F-POSICIONO-MOV.
           PERFORM FILA-RECIBO THRU F-FILA-RECIBO
               UNTIL W-HAY = "N".

       F-VISTA-RECIBOS.
           EXIT.

       FILA-RECIBO.
           IF MOV-TIPO NOT = "P" OR MOV-COMPROBANTE(1:3) NOT = "RBO"
               GO TO SIGO-RECIBO.
           ADD 1 TO W-ITEM.
           IF W-ITEM NOT > W-DESDE OR W-ITEM > W-HASTA
               GO TO SIGO-RECIBO.

           MOVE SPACES               TO LINEA-RECIBO.
           MOVE MOV-COMPROBANTE(4:8) TO W-NRO-RECIBO-X.
           IF W-NRO-RECIBO-X NUMERIC
               MOVE W-NRO-RECIBO TO REC-NUMERO
               READ RECIBOS INVALID KEY MOVE ZERO TO REC-NUMERO
               END-READ
           ELSE
               MOVE ZERO TO REC-NUMERO.
           IF REC-NUMERO = ZERO
               MOVE MOV-OPERADOR TO LR-OPERADOR
               MOVE "SIN RECIBO" TO LR-NOTA
           ELSE
               MOVE REC-OPERADOR TO LR-OPERADOR.
           MOVE MOV-COMPROBANTE(4:8) TO LR-NUMERO.
           MOVE MOV-FECHA            TO LR-FECHA.
           MOVE MOV-IMPORTE          TO LR-IMPORTE.
           EVALUATE MOV-MEDIO
               WHEN "T"   MOVE "TRANSFERENCIA" TO LR-MEDIO
               WHEN "C"   MOVE "CHEQUE"        TO LR-MEDIO
               WHEN OTHER MOVE "EFECTIVO"      TO LR-MEDIO
           END-EVALUATE.
           IF MOV-ANULADO = "S"
               MOVE "ANULADO" TO LR-NOTA.
           DISPLAY LINEA-RECIBO LINE W-FILA COL 02.
           ADD 1 TO W-FILA.

       SIGO-RECIBO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-FILA-RECIBO.
           EXIT.

      ******************************************************************
      * vista de gestiones, con la ultima promesa que siga sin pago
      ******************************************************************
       VISTA-GESTIONES.
           MOVE "N" TO W-PROM-HAY.
           MOVE CLI_ID TO GES-ID-CLIENTE.
           MOVE ZERO   TO GES-FECHA.
           MOVE ZERO   TO GES-SECUENCIA.
           START GESTIONES KEY IS NOT LESS THAN GES-CLAVE
               INVALID KEY MOVE "N" TO W-HAY
               NOT INVALID KEY MOVE "S" TO W-HAY
           END-START.
           IF W-HAY = "S"
               PERFORM LEO-GESTION THRU F-LEO-GESTION.
           PERFORM FILA-GESTION THRU F-FILA-GESTION
               UNTIL W-HAY = "N".

           IF W-DESDE = 9999999 GO TO F-VISTA-GESTIONES.
           DISPLAY "FECHA    OPERADOR     RE PROMETIDO  P.FECHA"
                   "  DETALLE"                 LINE 13 COL 02.
           IF W-PROM-HAY = "S"
               PERFORM BUSCO-PAGO THRU F-BUSCO-PAGO.
           IF W-PROM-HAY = "N" OR W-CUMPLIDA = "S"
               DISPLAY "SIN PROMESAS DE PAGO PENDIENTES"
                                               LINE 12 COL 02
               GO TO F-VISTA-GESTIONES.
           MOVE W-PROM-IMPORTE TO W-PROM-Z.
           IF W-PROM-FECHA < W-FECHA-HOY
               DISPLAY "PROMESA INCUMPLIDA:"   LINE 12 COL 02
           ELSE
               DISPLAY "PROMESA PENDIENTE :"   LINE 12 COL 02.
           DISPLAY "$"                         LINE 12 COL 22
                   W-PROM-Z                    LINE 12 COL 24
                   "PARA EL"                   LINE 12 COL 36
                   W-PROM-FECHA                LINE 12 COL 44
                   "(GESTION DEL"              LINE 12 COL 54
                   W-PROM-GES-FEC              LINE 12 COL 67
                   ")"                         LINE 12 COL 75.

       F-VISTA-GESTIONES.
           EXIT.

       LEO-GESTION.
           READ GESTIONES NEXT RECORD
               AT END MOVE "N" TO W-HAY
           END-READ.
           IF W-HAY = "S" AND GES-ID-CLIENTE NOT = CLI_ID
               MOVE "N" TO W-HAY.

       F-LEO-GESTION.
           EXIT.

       FILA-GESTION.
           ADD 1 TO W-ITEM.
           IF GES-RESULTADO = "PP"
               MOVE "S"              TO W-PROM-HAY
               MOVE GES-FECHA        TO W-PROM-GES-FEC
               MOVE GES-PROM-FECHA   TO W-PROM-FECHA
               MOVE GES-PROM-IMPORTE TO W-PROM-IMPORTE.
           IF W-ITEM > W-DESDE AND W-ITEM NOT > W-HASTA
               MOVE SPACES           TO LINEA-GESTION
               MOVE GES-FECHA        TO LG-FECHA
               MOVE GES-OPERADOR     TO LG-OPERADOR
               MOVE GES-RESULTADO    TO LG-RESULTADO
               IF GES-RESULTADO = "PP"
                   MOVE GES-PROM-IMPORTE TO LG-PROM-IMPORTE
                   MOVE GES-PROM-FECHA   TO LG-PROM-FECHA
               END-IF
               MOVE GES-TEXTO        TO LG-TEXTO
               DISPLAY LINEA-GESTION LINE W-FILA COL 02
               ADD 1 TO W-FILA.
           PERFORM LEO-GESTION THRU F-LEO-GESTION.

       F-FILA-GESTION.
           EXIT.

      * igual que PROMESAS: la promesa se da por cumplida si hay un
      * pago vigente del cliente con fecha igual o posterior a la
      * gestion
       BUSCO-PAGO.
           MOVE "N" TO W-CUMPLIDA.
           MOVE CLI_ID         TO MOV-ID-CLIENTE.
           MOVE W-PROM-GES-FEC TO MOV-FECHA.
           MOVE ZERO           TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY
               NOT INVALID KEY MOVE "S" TO W-HAY
           END-START.
           IF W-HAY = "S"
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM COMPARO-PAGO THRU F-COMPARO-PAGO
               UNTIL W-HAY = "N" OR W-CUMPLIDA = "S".

       F-BUSCO-PAGO.
           EXIT.

       COMPARO-PAGO.
           IF MOV-TIPO = "P" AND MOV-ANULADO NOT = "S"
               MOVE "S" TO W-CUMPLIDA
           ELSE
               PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-COMPARO-PAGO.
           EXIT.

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80
           DISPLAY MENSAJE LINE 22 COL 25.

       END PROGRAM "FICHA".
