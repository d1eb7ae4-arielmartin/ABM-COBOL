      *          reserva en RECIBO-ID, el recibo queda en RECIBOS y
      *          su impreso se agrega al TALONARIO; el comprobante
      *          del movimiento es "RBO" + numero de recibo.
      *          Cada pago lleva su medio de pago (efectivo,
      *          transferencia o cheque); un cheque entra a la cartera
      *          de CHEQUES con banco, numero, CUIT del librador y
      *          fecha de cobro, y desde ahi lo sigue CHQMANT.
      *          Un supervisor puede ademas anular un movimiento: se
      *          graba un contra-movimiento tipo "A" referido al
      *          original y el original queda marcado como anulado.
      *          Un pago con cheque solo se anula con el cheque en
      *          cartera, y el cheque queda anulado en CHEQUES.
      * Tectonics: cobc
      ******************************************************************


           COPY SELOPE.

           COPY SELACC.

           COPY SELREC.

           COPY SELRID.

           COPY SELIMP.

           COPY SELCHQ.

           COPY SELPAR.

      * impreso de los recibos emitidos, listo para cortar y entregar
       FD  OPERADORES.
           COPY REGOPE.

       FD  ACCESOS.
           COPY REGACC.

       FD  RECIBOS.
           COPY REGREC.

       FD  IMPUTA.
           COPY REGIMP.

       FD  CHEQUES.
           COPY REGCHQ.

       FD  PARAMETROS.
           COPY REGPAR.

       01  ST-AUD          PIC XX.
       01  ST-MOV          PIC XX.
       01  ST-OPE          PIC XX.
       01  ST-ACC          PIC XX.
       01  ST-REC          PIC XX.
       01  ST-RID          PIC XX.
       01  ST-TAL          PIC XX.
       01  ST-IMP          PIC XX.
       01  ST-PAR          PIC XX.
       01  ST-CHQ          PIC XX.

      * intentos de login permitidos: 3 por defecto, reemplazable por
      * el parametro LOGIN-INTENT de PARAMETROS
       01  W-LOG-CODIGO    PIC X(8).
       01  W-LOG-CLAVE     PIC X(8).
       01  EXISTE-OPE      PIC X.
       01  W-PROGRAMA      PIC X(8) VALUE "CTACTE".
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

       01  W-CLI-ID        PIC 9(07).
       01  W-CLI-ID-Z      PIC Z(06)9.
       01  W-ANU-TIPO      PIC X.
       01  W-ANU-IMPORTE   PIC 9(6)V9(3).
       01  W-ANU-COMPROBANTE PIC X(12).
       01  W-ANU-MEDIO     PIC X.
       01  W-HAY-CHQ       PIC X.

       01  W-PAG-FECHA     PIC 9(8).
       01  W-PAG-SEC       PIC 9(4).
       01  W-HAY-MOV       PIC X.
       01  W-HAY-IMP       PIC X.

      * medio de pago del pago en curso y datos del cheque
       01  W-MEDIO         PIC X.
       01  W-MEDIO-OK      PIC X.
       01  W-MEDIO-DESC    PIC X(13).
       01  W-CHQ-BANCO     PIC 9(3).
       01  W-CHQ-NUMERO    PIC 9(8).
       01  W-CHQ-CUIT      PIC X(13).
       01  W-CHQ-COBRO     PIC 9(8).
       01  W-CHQ-COBRO-R REDEFINES W-CHQ-COBRO.
           03  W-COBRO-AAAA PIC 9(4).
           03  W-COBRO-MM  PIC 9(2).
           03  W-COBRO-DD  PIC 9(2).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
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
      * que en ABM: AUD-OPERADOR lleva el nombre del maestro
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
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN I-O CHEQUES.
           IF ST-CHQ > "07"
             STRING "ERROR AL ABRIR ARCHIVO CHEQUES " ST-CHQ
               DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

      * EXTEND: el talonario acumula los impresos de cada sesion
           OPEN EXTEND TALONARIO.
           IF ST-TAL > "07"
           CLOSE RECIBOS.
           CLOSE TALONARIO.
           CLOSE IMPUTA.
           CLOSE CHEQUES.

       FINALIZAR.
           IF W-LOG-OK = "S"
               MOVE "SALI"  TO W-ACC-EVENTO
               MOVE SPACES  TO W-ACC-DETALLE
               PERFORM GRABO-ACCESO THRU F-GRABO-ACCESO.
           STOP RUN.

       PROCESO.
                       GO TO MOVIMIENTO
                   END-IF
                   PERFORM INGRESO-MONTO THRU F-INGRESO-MONTO
                   PERFORM INGRESO-MEDIO THRU F-INGRESO-MEDIO
                   IF W-MEDIO-OK = "N" GO TO MOVIMIENTO END-IF
                   PERFORM RESERVO-RECIBO THRU F-RESERVO-RECIBO
                   IF W-RECIBO-OK = "N" GO TO MOVIMIENTO END-IF
                   MOVE CLI_SALDO TO W-SALDO-ANT-Z
      * ni la imputacion deben correr contra ese registro viejo
                   MOVE "N" TO W-MOV-GRABADO
                   PERFORM REGRABO THRU F-REGRABO
                   PERFORM GRABO-CHEQUE THRU F-GRABO-CHEQUE
                   PERFORM EMITO-RECIBO THRU F-EMITO-RECIBO
                   PERFORM IMPUTO-PAGO THRU F-IMPUTO-PAGO
                   GO TO MOVIMIENTO
       F-INGRESO-MONTO.
           EXIT.

      * medio de pago: efectivo por defecto; el cheque pide sus datos
      * y no se acepta un cheque que ya este en la cartera
       INGRESO-MEDIO.
           MOVE "S" TO W-MEDIO-OK.
           DISPLAY "MEDIO [E]FECT [T]RANSF [C]HEQUE : " LINE 20 COL 35.
           MOVE SPACE TO W-MEDIO.
           ACCEPT W-MEDIO LINE 20 COL 70.
           INSPECT W-MEDIO CONVERTING "etc" TO "ETC".
           IF W-MEDIO = SPACE
               MOVE "E" TO W-MEDIO.
           IF W-MEDIO NOT = "E" AND W-MEDIO NOT = "T"
              AND W-MEDIO NOT = "C"
               MOVE "MEDIO DE PAGO INCORRECTO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO INGRESO-MEDIO.
           DISPLAY W-MEDIO LINE 20 COL 70.
           IF W-MEDIO = "C"
               PERFORM INGRESO-CHEQUE THRU F-INGRESO-CHEQUE.
           DISPLAY SPACES LINE 20 COL 35 SIZE 45.

       F-INGRESO-MEDIO.
           EXIT.

       INGRESO-CHEQUE.
           DISPLAY "BANCO (0 = CANCELA) : " LINE 19 COL 05.
           MOVE ZERO TO W-CHQ-BANCO.
           ACCEPT W-CHQ-BANCO LINE 19 COL 28.
           IF W-CHQ-BANCO = ZERO
               MOVE "N" TO W-MEDIO-OK
               MOVE "PAGO CANCELADO" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO LIMPIO-CHEQUE.
           DISPLAY "NRO CHEQUE : " LINE 19 COL 35.
           MOVE ZERO TO W-CHQ-NUMERO.
           ACCEPT W-CHQ-NUMERO LINE 19 COL 49.
           IF W-CHQ-NUMERO = ZERO
               MOVE "DEBE INDICAR EL NUMERO DE CHEQUE" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO INGRESO-CHEQUE.

           MOVE W-CHQ-BANCO  TO CHQ-BANCO.
           MOVE W-CHQ-NUMERO TO CHQ-NUMERO.
           READ CHEQUES INVALID KEY MOVE "N" TO EXISTE
                        NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
               MOVE "EL CHEQUE YA ESTA REGISTRADO EN LA CARTERA"
                   TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO INGRESO-CHEQUE.

       PIDO-DATOS-CHEQUE.
           DISPLAY "CUIT LIBRADOR : " LINE 21 COL 05.
           MOVE SPACES TO W-CHQ-CUIT.
           ACCEPT W-CHQ-CUIT LINE 21 COL 22.
           IF W-CHQ-CUIT = SPACES
               MOVE "DEBE INDICAR EL CUIT DEL LIBRADOR" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-DATOS-CHEQUE.
           DISPLAY "COBRO (AAAAMMDD) : " LINE 21 COL 40.
           MOVE ZERO TO W-CHQ-COBRO.
           ACCEPT W-CHQ-COBRO LINE 21 COL 60.
           IF W-COBRO-AAAA < 2000
              OR W-COBRO-MM < 1 OR W-COBRO-MM > 12
              OR W-COBRO-DD < 1 OR W-COBRO-DD > 31
               MOVE "FECHA DE COBRO INCORRECTA" TO MENSAJE
               PERFORM MOSTRAR-MENSAJE
               GO TO PIDO-DATOS-CHEQUE.

       LIMPIO-CHEQUE.
           DISPLAY SPACES LINE 19 COL 01 SIZE 80.
           DISPLAY SPACES LINE 21 COL 01 SIZE 80.

       F-INGRESO-CHEQUE.
           EXIT.

      * el cheque entra a la cartera con la clave del pago que
      * respalda; si el pago no llego a grabarse no se registra nada
       GRABO-CHEQUE.
           IF W-MOV-GRABADO NOT = "S" OR W-MEDIO NOT = "C"
               GO TO F-GRABO-CHEQUE.

           MOVE W-CHQ-BANCO   TO CHQ-BANCO.
           MOVE W-CHQ-NUMERO  TO CHQ-NUMERO.
           MOVE W-CHQ-CUIT    TO CHQ-CUIT-EMISOR.
           MOVE W-MONTO       TO CHQ-IMPORTE.
           MOVE W-CHQ-COBRO   TO CHQ-FECHA-COBRO.
           MOVE CLI_ID        TO CHQ-ID-CLIENTE.
           MOVE MOV-FECHA     TO CHQ-PAGO-FECHA.
           MOVE MOV-SECUENCIA TO CHQ-PAGO-SEC.
           MOVE W-NRO-RECIBO  TO CHQ-RECIBO.
           MOVE "C"           TO CHQ-ESTADO.
           MOVE MOV-FECHA     TO CHQ-FEC-ESTADO.
           MOVE W-OPERADOR    TO CHQ-OPERADOR.
           MOVE ZERO          TO CHQ-RCH-FECHA.
           MOVE ZERO          TO CHQ-RCH-SEC.

       GRABO-REG-CHEQUE.
           WRITE REG-CHEQUE.
           IF ST-CHQ = "99" GO TO GRABO-REG-CHEQUE.
           IF ST-CHQ > "07"
               STRING "ERROR " ST-CHQ
                   " AL GRABAR CHEQUES - CARGAR EL CHEQUE A MANO"
                   DELIMITED BY SIZE INTO MENSAJE
               PERFORM MOSTRAR-MENSAJE.

       F-GRABO-CHEQUE.
           EXIT.

       INGRESO-COMPROBANTE.
           MOVE SPACES TO W-COMPROBANTE.
           DISPLAY "COMPROBANTE : " LINE 21 COL 10.
           MOVE ZERO          TO MOV-REF-FECHA.
           MOVE ZERO          TO MOV-REF-SECUENCIA.
           MOVE SPACE         TO MOV-SENTIDO.
           IF OPCION = "C"
               MOVE SPACE   TO MOV-MEDIO
           ELSE
               MOVE W-MEDIO TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
           STRING "RECIBIMOS LA SUMA DE $ " W-MONTO-Z
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           EVALUATE W-MEDIO
               WHEN "T" MOVE "TRANSFERENCIA" TO W-MEDIO-DESC
               WHEN "C" MOVE "CHEQUE"        TO W-MEDIO-DESC
               WHEN OTHER MOVE "EFECTIVO"    TO W-MEDIO-DESC
           END-EVALUATE.
           MOVE SPACES TO LINEA-RECIBO.
           IF W-MEDIO = "C"
               STRING "EN CHEQUE BANCO " W-CHQ-BANCO
                   " NRO " W-CHQ-NUMERO " AL " W-CHQ-COBRO
                   DELIMITED BY SIZE INTO LINEA-RECIBO
           ELSE
               STRING "EN " W-MEDIO-DESC
                   DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "OPERADOR " W-OPERADOR
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           MOVE MOV-TIPO        TO W-ANU-TIPO.
           MOVE MOV-IMPORTE     TO W-ANU-IMPORTE.
           MOVE MOV-COMPROBANTE TO W-ANU-COMPROBANTE.
           MOVE MOV-MEDIO       TO W-ANU-MEDIO.

      * un pago con cheque se anula solo si el cheque sigue en
      * cartera: depositado, acreditado o rechazado ya siguio su
      * camino en CHQMANT y el rechazo carga su propio movimiento
           IF W-ANU-TIPO = "P" AND W-ANU-MEDIO = "C"
               PERFORM BUSCO-CHEQUE-PAGO THRU F-BUSCO-CHEQUE-PAGO
               IF W-HAY-CHQ = "N"
                   MOVE "CHEQUE DEL PAGO NO ENCONTRADO - NO SE ANULA"
                       TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LIMPIO-ANULACION
               END-IF
               IF NOT CHQ-EN-CARTERA
                   MOVE "EL CHEQUE DEL PAGO NO ESTA EN CARTERA"
                       TO MENSAJE
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LIMPIO-ANULACION
               END-IF
           END-IF.

           MOVE W-ANU-IMPORTE TO W-MONTO-Z.
           DISPLAY "TIPO"          LINE 19 COL 50
               MOVE "H" TO MOV-SENTIDO
           ELSE
               MOVE "D" TO MOV-SENTIDO.
           MOVE SPACE          TO MOV-MEDIO.

           MOVE "N" TO W-MOV-GRABADO.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABA-MOVIMIENTO.
           IF W-ANU-TIPO = "P"
               PERFORM DESIMPUTO-PAGO THRU F-DESIMPUTO-PAGO.
           MOVE "MOVIMIENTO ANULADO" TO MENSAJE.
           IF W-ANU-TIPO = "P" AND W-ANU-MEDIO = "C"
               PERFORM ANULO-CHEQUE THRU F-ANULO-CHEQUE.
           PERFORM MOSTRAR-MENSAJE.

       LIMPIO-ANULACION.
       F-ANULO-MOVIMIENTO.
           EXIT.

      * CHEQUES tiene por clave banco y numero: el cheque de un pago
      * se busca recorriendo la cartera
       BUSCO-CHEQUE-PAGO.
           MOVE "N" TO W-HAY-CHQ.
           MOVE ZERO TO CHQ-BANCO.
           MOVE ZERO TO CHQ-NUMERO.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
               INVALID KEY GO TO F-BUSCO-CHEQUE-PAGO.

       LEO-CHEQUE-PAGO.
           READ CHEQUES NEXT RECORD
               AT END GO TO F-BUSCO-CHEQUE-PAGO.
           IF ST-CHQ = "99" GO TO LEO-CHEQUE-PAGO.
           IF CHQ-ID-CLIENTE NOT = CLI_ID
              OR CHQ-PAGO-FECHA NOT = W-ANU-FECHA
              OR CHQ-PAGO-SEC NOT = W-ANU-SEC
               GO TO LEO-CHEQUE-PAGO.
           MOVE "S" TO W-HAY-CHQ.

       F-BUSCO-CHEQUE-PAGO.
           EXIT.

      * el pago ya quedo anulado: el cheque encontrado por
      * BUSCO-CHEQUE-PAGO pasa a anulado para que CHQVTO no lo liste
      * y CHQMANT no lo deposite ni lo rechace; si no se puede grabar
      * se avisa para corregirlo a mano
       ANULO-CHEQUE.
           MOVE "X"           TO CHQ-ESTADO.
           ACCEPT CHQ-FEC-ESTADO FROM DATE YYYYMMDD.
           MOVE W-OPERADOR    TO CHQ-OPERADOR.

       REGRABO-CHEQUE-ANULADO.
           REWRITE REG-CHEQUE.
           IF ST-CHQ = "99" GO TO REGRABO-CHEQUE-ANULADO.
           IF ST-CHQ > "07"
               MOVE SPACES TO MENSAJE
               STRING "MOVIMIENTO ANULADO - ERROR " ST-CHQ
                   " AL ANULAR EL CHEQUE"
                   DELIMITED BY SIZE INTO MENSAJE
               GO TO F-ANULO-CHEQUE.

           MOVE "CHEQ"        TO AUD-OPERACION.
           MOVE "ESTADO"      TO AUD-CAMPO.
           MOVE SPACES        TO AUD-VALOR-ANT.
           STRING "BCO " CHQ-BANCO " NRO " CHQ-NUMERO " EN CARTERA"
               DELIMITED BY SIZE INTO AUD-VALOR-ANT.
           MOVE "ANULADO"     TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.
           MOVE "MOVIMIENTO Y CHEQUE ANULADOS" TO MENSAJE.

       F-ANULO-CHEQUE.
           EXIT.

      * control de limite de credito del cargo: un cargo que lleve el
      * saldo por encima de CLI_LIMITE se rechaza, salvo autorizacion
      * expresa de un supervisor; limite en cero = cliente sin tope.
