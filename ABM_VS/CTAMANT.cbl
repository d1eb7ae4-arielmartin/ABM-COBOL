      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Mantenimiento del maestro de cuentas contables
      *          (archivo CUENTAS): la cuenta al debe y la cuenta al
      *          haber de cada concepto de movimiento que exporta
      *          ASIENTOS. Permite ademas consultar las fechas ya
      *          exportadas (ASICTL) y reabrir una fecha para que la
      *          proxima exportacion la mande de nuevo completa
      *          (contabilidad da de baja el asiento normal y los
      *          ajustes "A" de esa fecha, no las anulaciones "X"); la
      *          reapertura queda en el control y en AUDITORIA
      *          ("REAB"). Mismo esquema de pantalla que CATMANT, con
      *          login de nivel supervisor.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "CTAMANT".

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SELCTA.

           COPY SELASC.

           COPY SELAUD.

           COPY SELOPE.

           COPY SELACC.

           COPY SELPAR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.

       FD  CUENTAS.
           COPY REGCTA.

       FD  ASICTL.
           COPY REGASC.

       FD  AUDITORIA.
           COPY REGAUD.

       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  PARAMETROS.
           COPY REGPAR.

       WORKING-STORAGE SECTION.

       01  ST-CTA          PIC XX.
       01  ST-ASC          PIC XX.
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
       01  OPCION          PIC X.
       01  W-LIN           PIC 9(02).

       01  W-OPERADOR      PIC X(20).
       01  W-HORA-LARGA    PIC X(20).
       01  W-NIVEL         PIC 9 VALUE ZERO.
       01  W-INTENTOS      PIC 9 VALUE ZERO.
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "CTAMANT".
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

      * conceptos que conoce ASIENTOS (ver REGCTA)
       01  TAB-CONCEPTOS-X.
           03 FILLER       PIC X(8) VALUE "CARGO".
           03 FILLER       PIC X(8) VALUE "RECARGO".
           03 FILLER       PIC X(8) VALUE "CUOTA".
           03 FILLER       PIC X(8) VALUE "RECHAZO".
           03 FILLER       PIC X(8) VALUE "PAGO-E".
           03 FILLER       PIC X(8) VALUE "PAGO-T".
           03 FILLER       PIC X(8) VALUE "PAGO-C".
           03 FILLER       PIC X(8) VALUE "PAGO".
           03 FILLER       PIC X(8) VALUE "ANUL-D".
           03 FILLER       PIC X(8) VALUE "ANUL-H".
           03 FILLER       PIC X(8) VALUE "AJUS-D".
           03 FILLER       PIC X(8) VALUE "AJUS-H".
           03 FILLER       PIC X(8) VALUE "PASEPLAN".
       01  FILLER REDEFINES TAB-CONCEPTOS-X.
           03 TAB-CONCEPTO PIC X(8) OCCURS 13.
       01  W-K             PIC 9(2).

       01  W-CONFIRMA      PIC X.
       01  W-FECHA         PIC 9(8).
       01  W-FEC           PIC 9(8).
       01  FILLER REDEFINES W-FEC.
           03 W-FEC-AAAA   PIC 9(4).
           03 W-FEC-MM     PIC 9(2).
           03 W-FEC-DD     PIC 9(2).
       01  W-FEC-EDIT      PIC X(10).
       01  W-FEC-EDIT-2    PIC X(10).
       01  W-ESTADO-TXT    PIC X(10).
       01  W-CANT-Z        PIC Z(6)9.
       01  W-AJU-Z         PIC Z(6)9.
       01  W-IMPORTE-Z     PIC Z(10)9,999.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF FIN = "N"
               PERFORM ABRO-ARCHIVO.
           PERFORM OPCIONES THRU F-OPCIONES UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           PERFORM LEO-PARAMETROS THRU F-LEO-PARAMETROS.
           PERFORM LOGIN THRU F-LOGIN.
      * las cuentas deciden como se contabiliza todo y una fecha
      * reabierta se manda de nuevo a contabilidad: solo supervisores
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
           OPEN I-O CUENTAS.
           IF ST-CTA > "07"
               STRING "ERROR AL ABRIR ARCHIVO CUENTAS " ST-CTA
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN I-O ASICTL.
           IF ST-ASC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR CONTROL DE ASIENTOS " ST-ASC
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVO.
           CLOSE CUENTAS.
           CLOSE ASICTL.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

       OPCIONES.
           MOVE 8 TO W-LIN.
           PERFORM LIMPIO-LINEA UNTIL W-LIN > 20.
           DISPLAY "MANTENIMIENTO DE CUENTAS CONTABLES"
                                              LINE 03 COL 23
                   GUIONES                    LINE 04 COL 01.
           DISPLAY "[A] ALTA   [B] BUSCAR   [M] MODIFICAR   [L] LISTAR"
                   "   [S] SALIR"             LINE 05 COL 05.
           DISPLAY "[F] FECHAS EXPORTADAS   [R] REABRIR FECHA"
                                              LINE 06 COL 05.
           DISPLAY "OPCION [ ]"               LINE 07 COL 05.
           MOVE SPACE TO OPCION.
           ACCEPT  OPCION                     LINE 07 COL 13.
           INSPECT OPCION CONVERTING "abmlfrs" TO "ABMLFRS".

           EVALUATE OPCION
               WHEN "A"
                   PERFORM ALTA-CUENTA THRU F-ALTA-CUENTA
               WHEN "B"
                   PERFORM BUSCAR-CUENTA THRU F-BUSCAR-CUENTA
               WHEN "M"
                   PERFORM MODIFICAR-CUENTA THRU F-MODIFICAR-CUENTA
               WHEN "L"
                   PERFORM LISTAR-CUENTAS THRU F-LISTAR-CUENTAS
               WHEN "F"
                   PERFORM LISTAR-FECHAS THRU F-LISTAR-FECHAS
               WHEN "R"
                   PERFORM REABRIR-FECHA THRU F-REABRIR-FECHA
               WHEN "S"
                   MOVE "S" TO FIN
               WHEN OTHER
                   MOVE "OPCION INCORRECTA" TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.

       F-OPCIONES.
           EXIT.

       LIMPIO-LINEA.
           DISPLAY SPACES LINE W-LIN COL 01 SIZE 80.
           ADD 1 TO W-LIN.

      * pide el concepto y controla que sea uno de los que conoce
      * ASIENTOS; EXISTE queda en "N" si no lo es
       PIDO-CONCEPTO.
           DISPLAY "CONCEPTO            : " LINE 09 COL 05.
           MOVE SPACES TO CTA-CONCEPTO.
           ACCEPT CTA-CONCEPTO LINE 09 COL 30.
           INSPECT CTA-CONCEPTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO W-K.
           PERFORM SIGO-CONCEPTO
               UNTIL W-K > 13 OR TAB-CONCEPTO (W-K) = CTA-CONCEPTO.
           IF W-K > 13 OR CTA-CONCEPTO = SPACES
               MOVE "N" TO EXISTE
               MOVE "CONCEPTO INCORRECTO - VER [L] LISTAR" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "S" TO EXISTE.

       SIGO-CONCEPTO.
           ADD 1 TO W-K.

       ALTA-CUENTA.
           PERFORM PIDO-CONCEPTO.
           IF EXISTE = "N" GO TO F-ALTA-CUENTA.

           READ CUENTAS INVALID KEY MOVE "N" TO EXISTE
                         NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
               MOVE "ESE CONCEPTO YA TIENE CUENTAS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ALTA-CUENTA.

           DISPLAY "DESCRIPCION         : " LINE 10 COL 05.
           MOVE SPACES TO CTA-DESCRIPCION.
           ACCEPT CTA-DESCRIPCION LINE 10 COL 30.

           DISPLAY "CUENTA AL DEBE      : " LINE 11 COL 05.
           MOVE SPACES TO CTA-DEBE.
           ACCEPT CTA-DEBE LINE 11 COL 30.

           DISPLAY "CUENTA AL HABER     : " LINE 12 COL 05.
           MOVE SPACES TO CTA-HABER.
           ACCEPT CTA-HABER LINE 12 COL 30.

           IF CTA-DEBE = SPACES OR CTA-HABER = SPACES
               MOVE "FALTA LA CUENTA AL DEBE O AL HABER" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-ALTA-CUENTA.

       GRABO-CUENTA.
           WRITE REG-CUENTA.
           IF ST-CTA = "99" GO TO GRABO-CUENTA.
           IF ST-CTA > "07"
               STRING "ERROR " ST-CTA " AL GRABAR CUENTA "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
           ELSE
           MOVE "CUENTAS GRABADAS CON EXITO" TO MENSAJE
           PERFORM MOSTRAR-MENSAJE.

       F-ALTA-CUENTA.
           EXIT.

       BUSCAR-CUENTA.
           PERFORM PIDO-CONCEPTO.
           IF EXISTE = "N" GO TO F-BUSCAR-CUENTA.
           READ CUENTAS INVALID KEY MOVE "N" TO EXISTE
                         NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE "CONCEPTO SIN CUENTAS CARGADAS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
           ELSE
           DISPLAY "DESCRIPCION         : " LINE 10 COL 05
                   CTA-DESCRIPCION           LINE 10 COL 30
                   "CUENTA AL DEBE      : " LINE 11 COL 05
                   CTA-DEBE                  LINE 11 COL 30
                   "CUENTA AL HABER     : " LINE 12 COL 05
                   CTA-HABER                 LINE 12 COL 30.

       F-BUSCAR-CUENTA.
           EXIT.

       MODIFICAR-CUENTA.
           PERFORM PIDO-CONCEPTO.
           IF EXISTE = "N" GO TO F-MODIFICAR-CUENTA.
           READ CUENTAS INVALID KEY MOVE "N" TO EXISTE
                         NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE "CONCEPTO SIN CUENTAS CARGADAS" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-MODIFICAR-CUENTA.

           DISPLAY "DESCRIPCION ACTUAL  : " LINE 10 COL 05
                   CTA-DESCRIPCION           LINE 10 COL 30.
           DISPLAY "NUEVA DESCRIPCION   : " LINE 11 COL 05.
           MOVE SPACES TO CTA-DESCRIPCION.
           ACCEPT CTA-DESCRIPCION LINE 11 COL 30.

           DISPLAY "DEBE ACTUAL         : " LINE 12 COL 05
                   CTA-DEBE                  LINE 12 COL 30.
           DISPLAY "NUEVA CUENTA DEBE   : " LINE 13 COL 05.
           MOVE SPACES TO CTA-DEBE.
           ACCEPT CTA-DEBE LINE 13 COL 30.

           DISPLAY "HABER ACTUAL        : " LINE 14 COL 05
                   CTA-HABER                 LINE 14 COL 30.
           DISPLAY "NUEVA CUENTA HABER  : " LINE 15 COL 05.
           MOVE SPACES TO CTA-HABER.
           ACCEPT CTA-HABER LINE 15 COL 30.

           IF CTA-DEBE = SPACES OR CTA-HABER = SPACES
               MOVE "FALTA LA CUENTA AL DEBE O AL HABER - SIN CAMBIOS"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-MODIFICAR-CUENTA.

       REGRABO-CUENTA.
           REWRITE REG-CUENTA.
           IF ST-CTA = "99" GO TO REGRABO-CUENTA.
           IF ST-CTA > "07"
               STRING "ERROR " ST-CTA " AL MODIFICAR CUENTA "
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
           ELSE
           MOVE "CUENTAS MODIFICADAS CON EXITO" TO MENSAJE
           PERFORM MOSTRAR-MENSAJE.

       F-MODIFICAR-CUENTA.
           EXIT.

      * todos los conceptos, con sus cuentas o la marca de que faltan
       LISTAR-CUENTAS.
           DISPLAY "CONCEPTO  DESCRIPCION"    LINE 08 COL 05
                   "DEBE          HABER"      LINE 08 COL 48.
           MOVE 9 TO W-LIN.
           MOVE 1 TO W-K.
           PERFORM LISTAR-CUENTAS-SIG UNTIL W-K > 13.

       F-LISTAR-CUENTAS.
           EXIT.

       LISTAR-CUENTAS-SIG.
           MOVE TAB-CONCEPTO (W-K) TO CTA-CONCEPTO.
           READ CUENTAS INVALID KEY MOVE "N" TO EXISTE
                         NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               DISPLAY TAB-CONCEPTO (W-K)     LINE W-LIN COL 05
                       "** SIN CUENTAS **"    LINE W-LIN COL 15
           ELSE
               DISPLAY CTA-CONCEPTO           LINE W-LIN COL 05
                       CTA-DESCRIPCION        LINE W-LIN COL 15
                       CTA-DEBE               LINE W-LIN COL 48
                       CTA-HABER              LINE W-LIN COL 62.
           ADD 1 TO W-LIN.
           ADD 1 TO W-K.

      * fechas de ASICTL desde la pedida, de a una pantalla
       LISTAR-FECHAS.
           DISPLAY "DESDE FECHA (AAAAMMDD): " LINE 08 COL 05.
           MOVE ZERO TO ASC-FECHA.
           ACCEPT ASC-FECHA LINE 08 COL 30.
           START ASICTL KEY IS NOT LESS THAN ASC-FECHA
               INVALID KEY MOVE "N" TO EXISTE
               NOT INVALID KEY MOVE "S" TO EXISTE
           END-START.
           IF EXISTE = "S"
               READ ASICTL NEXT RECORD
                   AT END MOVE "N" TO EXISTE
               END-READ.
           IF EXISTE = "N"
               MOVE "NO HAY FECHAS EXPORTADAS DESDE ESA FECHA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-LISTAR-FECHAS.

           DISPLAY "FECHA       ESTADO      EXPORTADA   MOVIM."
                                              LINE 09 COL 05
                   "IMPORTE  AJUSTES"         LINE 09 COL 58.
           MOVE 10 TO W-LIN.
           PERFORM LISTAR-FECHAS-SIG THRU F-LISTAR-FECHAS-SIG
               UNTIL EXISTE = "N" OR W-LIN > 20.

       F-LISTAR-FECHAS.
           EXIT.

       LISTAR-FECHAS-SIG.
           MOVE ASC-FECHA TO W-FEC.
           PERFORM EDITO-FECHA.
           MOVE W-FEC-EDIT TO W-FEC-EDIT-2.
           MOVE ASC-EXP-FECHA TO W-FEC.
           PERFORM EDITO-FECHA.
           IF ASC-EXPORTADA
               MOVE "EXPORTADA" TO W-ESTADO-TXT
           ELSE
               MOVE "REABIERTA" TO W-ESTADO-TXT.
           MOVE ASC-CANT-MOV TO W-CANT-Z.
           MOVE ASC-IMPORTE  TO W-IMPORTE-Z.
           MOVE ASC-CANT-AJU TO W-AJU-Z.
           DISPLAY W-FEC-EDIT-2  LINE W-LIN COL 05
                   W-ESTADO-TXT  LINE W-LIN COL 17
                   W-FEC-EDIT    LINE W-LIN COL 29
                   W-CANT-Z      LINE W-LIN COL 40
                   W-IMPORTE-Z   LINE W-LIN COL 50
                   W-AJU-Z       LINE W-LIN COL 66.
           ADD 1 TO W-LIN.
           READ ASICTL NEXT RECORD
               AT END MOVE "N" TO EXISTE
           END-READ.

       F-LISTAR-FECHAS-SIG.
           EXIT.

      * una fecha exportada vuelve a quedar disponible para ASIENTOS,
      * que la manda de nuevo con todos sus movimientos: contabilidad
      * debe dar de baja el asiento normal de la fecha y los ajustes
      * tipo "A" que la tienen de referencia. Los asientos tipo "X"
      * (anulaciones de movimientos de la fecha) se conservan: los
      * movimientos "A" que los originan no son de esa fecha y no se
      * vuelven a mandar
       REABRIR-FECHA.
           DISPLAY "FECHA A REABRIR (AAAAMMDD): " LINE 09 COL 05.
           MOVE ZERO TO W-FECHA.
           ACCEPT W-FECHA LINE 09 COL 34.
           MOVE W-FECHA TO ASC-FECHA.
           READ ASICTL INVALID KEY MOVE "N" TO EXISTE
                        NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE "ESA FECHA NO FUE EXPORTADA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-REABRIR-FECHA.
           IF NOT ASC-EXPORTADA
               MOVE "ESA FECHA YA ESTA REABIERTA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-REABRIR-FECHA.

           MOVE ASC-EXP-FECHA TO W-FEC.
           PERFORM EDITO-FECHA.
           MOVE ASC-CANT-MOV TO W-CANT-Z.
           MOVE ASC-IMPORTE  TO W-IMPORTE-Z.
           MOVE ASC-CANT-AJU TO W-AJU-Z.
           DISPLAY "EXPORTADA EL        : " LINE 11 COL 05
                   W-FEC-EDIT                LINE 11 COL 30
                   "MOVIMIENTOS         : " LINE 12 COL 05
                   W-CANT-Z                  LINE 12 COL 30
                   "IMPORTE             : " LINE 13 COL 05
                   W-IMPORTE-Z               LINE 13 COL 30
                   "MOVIMIENTOS AJUSTE  : " LINE 14 COL 05
                   W-AJU-Z                   LINE 14 COL 30.
           DISPLAY "CONTABILIDAD DA DE BAJA EL ASIENTO NORMAL Y LOS"
                   " AJUSTES TIPO A DE LA FECHA"   LINE 16 COL 05.
           DISPLAY "Y CONSERVA LAS ANULACIONES TIPO X"
                                                   LINE 17 COL 05.
           DISPLAY "CONFIRMA REAPERTURA? [S/N]" LINE 19 COL 05.
           MOVE SPACE TO W-CONFIRMA.
           ACCEPT W-CONFIRMA LINE 19 COL 33.
           INSPECT W-CONFIRMA CONVERTING "sn" TO "SN".
           IF W-CONFIRMA NOT = "S"
               MOVE "REAPERTURA CANCELADA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-REABRIR-FECHA.

           MOVE "R" TO ASC-ESTADO.
           ACCEPT ASC-REAB-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO ASC-REAB-HORA.
           MOVE W-OPERADOR TO ASC-REAB-OPERADOR.

       REGRABO-CONTROL.
           REWRITE REG-ASIENTO-CTL.
           IF ST-ASC = "99" GO TO REGRABO-CONTROL.
           IF ST-ASC > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-ASC " AL GRABAR CONTROL DE ASIENTOS"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO F-REABRIR-FECHA.

           PERFORM GRABA-AUDITORIA.
           MOVE "FECHA REABIERTA - DAR DE BAJA TIPOS N Y A, NO X"
               TO MENSAJE.
           PERFORM MOSTRAR-MENSAJE.

       F-REABRIR-FECHA.
           EXIT.

      * la reapertura queda en AUDITORIA sin cliente, como las
      * operaciones de archivo de RESTAURA
       GRABA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR ARCHIVO AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.
           MOVE ASC-REAB-FECHA TO AUD-FECHA.
           MOVE ASC-REAB-HORA  TO AUD-HORA.
           MOVE W-OPERADOR     TO AUD-OPERADOR.
           MOVE ZERO           TO AUD-ID-CLIENTE.
           MOVE "REAB"         TO AUD-OPERACION.
           MOVE "ASIENTOS"     TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANT.
           STRING "FECHA " ASC-FECHA " EXPORTADA EL " ASC-EXP-FECHA
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE "REABIERTA PARA EXPORTAR DE NUEVO" TO AUD-VALOR-NUE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL GRABAR AUDITORIA " ST-AUD
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.
           CLOSE AUDITORIA.

       EDITO-FECHA.
           MOVE SPACES TO W-FEC-EDIT.
           STRING W-FEC-DD "/" W-FEC-MM "/" W-FEC-AAAA
               DELIMITED BY SIZE INTO W-FEC-EDIT.

       MOSTRAR-MENSAJE.
           DISPLAY SPACES  LINE 22  COL 1 SIZE 80.
           DISPLAY MENSAJE LINE 22 COL 05.

       END PROGRAM "CTAMANT".
