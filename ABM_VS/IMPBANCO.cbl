      ******************************************************************
      * Author: ARIEL MARTIN
      * Date:
      * Purpose: Importacion batch del archivo diario de cobranzas del
      *          banco (debito directo y transferencias). Cada linea de
      *          detalle se asigna a un cliente por CLI_CUIT o, si no
      *          hay CUIT, por el CLI_ID que viaja en la referencia del
      *          pago, y se aplica como un pago de CTACTE: movimiento
      *          tipo "P" con comprobante "RBO" + numero de recibo
      *          reservado en RECIBO-ID, recibo en RECIBOS y en el
      *          TALONARIO, CLI_SALDO regrabado y "PAGO" en AUDITORIA.
      *          El pago se imputa solo, del cargo abierto mas viejo
      *          al mas nuevo. CUIT inexistente o duplicado y cliente
      *          dado de baja van al archivo de rechazos para revision
      *          manual; la referencia de un cliente unificado en
      *          otro se aplica al destino de la unificacion. Lleva
      *          un registro de control por archivo del
      *          banco, al estilo de RECCTL: un archivo aplicado no se
      *          vuelve a aplicar y una corrida cortada se relanza
      *          desde la ultima linea procesada.
      * Tectonics: cobc
      ******************************************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. "IMPBANCO".

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

           COPY SELAUD.

           COPY SELREC.

           COPY SELRID.

           COPY SELIMP.

           COPY SELBCT.

           SELECT OPTIONAL BANCO ASSIGN TO "d:\data\banco-cobranzas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-BCO.

      * lineas rechazadas para revision manual; EXTEND porque un
      * relanzamiento no debe borrar los rechazos de la corrida cortada
           SELECT OPTIONAL RECHAZOS
                  ASSIGN TO "d:\data\banco-rechazos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-RCH.

           SELECT OPTIONAL TALONARIO ASSIGN TO "d:\data\recibos.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS ST-TAL.

           SELECT OPTIONAL REPORTE ASSIGN TO "d:\data\impbanco.log"
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

       FD  AUDITORIA.
           COPY REGAUD.

       FD  RECIBOS.
           COPY REGREC.

       FD  RECIBO-ID.
           COPY REGRID.

       FD  IMPUTA.
           COPY REGIMP.

       FD  BANCOCTL.
           COPY REGBCT.

      * archivo del banco: una cabecera "H" que lo identifica (fecha
      * de generacion y numero de archivo) y una linea "D" por cada
      * cobranza; importes en pesos con dos decimales
       FD  BANCO.
       01  REG-BANCO.
           03  BCO-TIPO            PIC X.
           03  FILLER              PIC X(79).
       01  REG-BANCO-CAB.
           03  FILLER              PIC X.
           03  BCO-H-FECHA         PIC 9(8).
           03  BCO-H-NUMERO        PIC 9(6).
           03  BCO-H-BANCO         PIC X(30).
           03  FILLER              PIC X(35).
       01  REG-BANCO-DET.
           03  FILLER              PIC X.
           03  BCO-D-FECHA         PIC 9(8).
           03  BCO-D-CUIT          PIC X(13).
           03  BCO-D-REFERENCIA    PIC X(20).
           03  BCO-D-IMPORTE       PIC 9(10)V9(2).
           03  BCO-D-OPERACION     PIC X(15).
           03  FILLER              PIC X(11).

       FD  RECHAZOS.
       01  LINEA-RECHAZO           PIC X(145).

       FD  TALONARIO.
       01  LINEA-RECIBO            PIC X(80).

       FD  REPORTE.
       01  LINEA-LOG               PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-AUD              PIC XX.
       01  ST-REC              PIC XX.
       01  ST-RID              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-BCT              PIC XX.
       01  ST-BCO              PIC XX.
       01  ST-RCH              PIC XX.
       01  ST-TAL              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  FIN                 PIC X VALUES "N".
       01  HUBO-ABORTO         PIC X VALUES "N".
       01  EXISTE              PIC X.
       01  EXISTE-CTL          PIC X.
       01  HAY-CLI             PIC X.
       01  GUIONES             PIC X(80) VALUES ALL "-".
       01  W-OPERADOR          PIC X(20) VALUE "IMPBANCO".
       01  W-HORA-LARGA        PIC X(20).
       01  W-FECHA-HOY         PIC 9(8).

       01  W-FECHA-ARCH        PIC 9(8).
       01  W-NUMERO-ARCH       PIC 9(6).
       01  W-LINEA             PIC 9(7) VALUE ZERO.
       01  W-LINEA-Z           PIC Z(6)9.
       01  W-SALTEAR-HASTA     PIC 9(7) VALUE ZERO.
       01  W-LINEA-HECHA       PIC 9(7) VALUE ZERO.

       01  W-RECHAZADO         PIC X.
       01  W-MOTIVO            PIC X(40).
       01  W-CLI-ID            PIC 9(7).
       01  W-CLI-ID-Z          PIC Z(6)9.

      * busqueda por CUIT: se comparan los 11 digitos, con o sin
      * guiones, igual que el control de duplicados de CHEQUEO
       01  W-CUIT-ORIGEN       PIC X(13).
       01  W-CUIT-DIGITOS      PIC X(11).
       01  W-CUIT-BUSCADO      PIC X(11).
       01  W-CUIT-INVALIDO     PIC X.
       01  W-DIG-CANT          PIC 9(2).
       01  W-J                 PIC 9(2).
       01  W-CAR               PIC X.
       01  W-CANT-ACTIVOS      PIC 9(3).
       01  W-CANT-BAJA         PIC 9(3).
       01  W-ID-CUIT           PIC 9(7).

      * CLI_ID tomado de la referencia: la primera tira de digitos
       01  W-REF-NUM           PIC 9(7).
       01  W-REF-J             PIC 9(2).
       01  W-REF-DIGITOS       PIC 9(2).
       01  W-REF-HAY-DIG       PIC X.
       01  W-REF-DIG-X         PIC X.
       01  W-REF-DIG REDEFINES W-REF-DIG-X PIC 9.
       01  W-REF-SALTOS        PIC 9(2).

       01  W-MONTO             PIC 9(6)V9(3).
       01  W-MONTO-Z           PIC Z(5)9,999.
       01  W-SALDO-ANT-Z       PIC Z(6)9,999-.
       01  W-CLI-SALDO-Z       PIC Z(6)9,999-.
       01  W-COMPROBANTE       PIC X(12).
       01  W-NRO-RECIBO        PIC 9(8).
       01  W-NRO-RECIBO-Z      PIC Z(7)9.
       01  W-HAY-NRO           PIC X.
       01  W-RECIBO-OK         PIC X.
       01  W-MOV-GRABADO       PIC X.
       01  YA-APLICADO         PIC X.

       01  W-PAG-FECHA         PIC 9(8).
       01  W-PAG-SEC           PIC 9(4).
       01  W-CAR-FECHA         PIC 9(8).
       01  W-CAR-SEC           PIC 9(4).
       01  W-RESTO-PAGO        PIC 9(6)V9(3).
       01  W-PEND-CARGO        PIC S9(7)V9(3).
       01  W-IMP-MONTO         PIC 9(6)V9(3).
       01  W-IMPUTADO          PIC 9(7)V9(3).
       01  W-HAY-MOV           PIC X.
       01  W-HAY-IMP           PIC X.

       01  W-CANT-LEIDOS       PIC 9(7) VALUE ZERO.
       01  W-CANT-Z            PIC Z(6)9.
       01  W-TOTAL-Z           PIC Z(8)9,999.

       01  W-LINEA-RECH.
           03  RCH-FECHA-ARCH  PIC 9(8).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  RCH-NUMERO-ARCH PIC 9(6).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  RCH-LINEA       PIC Z(6)9.
           03  FILLER          PIC X(01) VALUE SPACES.
           03  RCH-REGISTRO    PIC X(80).
           03  FILLER          PIC X(01) VALUE SPACES.
           03  RCH-MOTIVO      PIC X(40).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF FIN = "S" GO TO FINALIZAR.

           PERFORM LEO-CABECERA THRU F-LEO-CABECERA.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVOS
               GO TO FINALIZAR.

           PERFORM CONTROLO-ARCHIVO THRU F-CONTROLO-ARCHIVO.
           IF FIN = "S"
               PERFORM CIERRO-ARCHIVOS
               GO TO FINALIZAR.

           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
      * un aborto deja el control en "P": la proxima corrida sigue
      * desde la ultima linea procesada
           IF HUBO-ABORTO = "N"
               PERFORM CIERRO-CONTROL THRU F-CIERRO-CONTROL.
           PERFORM CIERRE-RESUMEN THRU F-CIERRE-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           DISPLAY "IMPORTACION DE COBRANZAS BANCARIAS" LINE 01 COL 23
                   GUIONES                              LINE 02 COL 01.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

       ABRO-ARCHIVOS.
           OPEN INPUT BANCO.
           IF ST-BCO > "07"
               STRING "ERROR " ST-BCO " AL ABRIR ARCHIVO DEL BANCO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN.

           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               STRING "ERROR " ST-FILE " AL ABRIR CLIENTES "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 11 COL 05
               MOVE "S" TO FIN.

           OPEN I-O MOVIMIENTOS.
           IF ST-MOV > "07"
               STRING "ERROR " ST-MOV " AL ABRIR MOVIMIENTOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 12 COL 05
               MOVE "S" TO FIN.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD > "07"
               STRING "ERROR " ST-AUD " AL ABRIR AUDITORIA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 13 COL 05
               MOVE "S" TO FIN.

           OPEN I-O RECIBOS.
           IF ST-REC > "07"
               STRING "ERROR " ST-REC " AL ABRIR RECIBOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 14 COL 05
               MOVE "S" TO FIN.

           OPEN I-O IMPUTA.
           IF ST-IMP > "07"
               STRING "ERROR " ST-IMP " AL ABRIR IMPUTA "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 15 COL 05
               MOVE "S" TO FIN.

           OPEN I-O BANCOCTL.
           IF ST-BCT > "07"
               STRING "ERROR " ST-BCT " AL ABRIR CONTROL "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 16 COL 05
               MOVE "S" TO FIN.

           OPEN EXTEND RECHAZOS.
           IF ST-RCH > "07"
               STRING "ERROR " ST-RCH " AL ABRIR RECHAZOS "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 17 COL 05
               MOVE "S" TO FIN.

           OPEN EXTEND TALONARIO.
           IF ST-TAL > "07"
               STRING "ERROR " ST-TAL " AL ABRIR TALONARIO "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 18 COL 05.

           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
               STRING "ERROR " ST-REP " AL ABRIR REPORTE "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 19 COL 05
               MOVE "S" TO FIN.

       CIERRO-ARCHIVOS.
           CLOSE BANCO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.
           CLOSE RECIBOS.
           CLOSE IMPUTA.
           CLOSE BANCOCTL.
           CLOSE RECHAZOS.
           CLOSE TALONARIO.
           CLOSE REPORTE.

       FINALIZAR.
           IF HUBO-ABORTO = "S"
               DISPLAY "PROCESO DETENIDO - RELANZAR DESPUES DE CORREGIR"
                   LINE 20 COL 05.
           MOVE BCT-CANT-APLICADOS TO W-CANT-Z.
           DISPLAY "PAGOS APLICADOS   : " LINE 21 COL 05
                   W-CANT-Z               LINE 21 COL 26.
           MOVE BCT-CANT-RECHAZADOS TO W-CANT-Z.
           DISPLAY "LINEAS RECHAZADAS : " LINE 22 COL 05
                   W-CANT-Z               LINE 22 COL 26.
           STOP RUN.

      * la cabecera identifica el archivo del banco; sin ella no hay
      * forma de saber si el archivo ya fue aplicado y no se procesa
       LEO-CABECERA.
           MOVE ZERO TO BCT-CANT-APLICADOS.
           MOVE ZERO TO BCT-CANT-RECHAZADOS.
           READ BANCO
               AT END MOVE "S" TO FIN.
           IF FIN = "S"
               MOVE "ARCHIVO DEL BANCO VACIO - NADA QUE APLICAR"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               GO TO F-LEO-CABECERA.
           ADD 1 TO W-LINEA.

           IF BCO-TIPO NOT = "H"
              OR BCO-H-FECHA NOT NUMERIC
              OR BCO-H-NUMERO NOT NUMERIC
               MOVE "ARCHIVO SIN CABECERA VALIDA - NO SE PROCESA"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 10 COL 05
               MOVE "S" TO FIN
               GO TO F-LEO-CABECERA.

           MOVE BCO-H-FECHA  TO W-FECHA-ARCH.
           MOVE BCO-H-NUMERO TO W-NUMERO-ARCH.
           DISPLAY "ARCHIVO DEL " LINE 04 COL 05
                   W-FECHA-ARCH   LINE 04 COL 17
                   "NUMERO"       LINE 04 COL 27
                   W-NUMERO-ARCH  LINE 04 COL 34
                   BCO-H-BANCO    LINE 04 COL 42.

           MOVE SPACES TO LINEA-LOG.
           STRING "ARCHIVO DEL BANCO " W-FECHA-ARCH " NUMERO "
               W-NUMERO-ARCH " " BCO-H-BANCO
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-LEO-CABECERA.
           EXIT.

      * busca el registro de control del archivo: completo = no se
      * reaplica; en proceso = relanzamiento, se sigue despues de la
      * ultima linea procesada; inexistente = archivo nuevo
       CONTROLO-ARCHIVO.
           MOVE W-FECHA-ARCH  TO BCT-FECHA-ARCH.
           MOVE W-NUMERO-ARCH TO BCT-NUMERO-ARCH.
           READ BANCOCTL INVALID KEY MOVE "N" TO EXISTE-CTL
                         NOT INVALID KEY MOVE "S" TO EXISTE-CTL
           END-READ.

           IF EXISTE-CTL = "S" AND BCT-ESTADO = "C"
               MOVE "EL ARCHIVO YA FUE APLICADO - NO SE REPITE"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 06 COL 05
               MOVE SPACES TO LINEA-LOG
               STRING "EL ARCHIVO YA FUE APLICADO EL " BCT-FECHA
                   " - NO SE REPITE"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO FIN
               GO TO F-CONTROLO-ARCHIVO.

           IF EXISTE-CTL = "S"
               MOVE "RELANZAMIENTO: SE CONTINUA DESDE LA ULTIMA LINEA"
                   TO MENSAJE
               DISPLAY MENSAJE LINE 06 COL 05
               MOVE BCT-ULTIMA-LINEA TO W-SALTEAR-HASTA
               MOVE BCT-ULTIMA-LINEA TO W-LINEA-Z
               MOVE SPACES TO LINEA-LOG
               STRING "RELANZAMIENTO DESDE LA LINEA " W-LINEA-Z
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               IF BCT-LINEA-CURSO > BCT-ULTIMA-LINEA
                   PERFORM VERIFICO-CURSO THRU F-VERIFICO-CURSO
               END-IF
               GO TO F-CONTROLO-ARCHIVO.

           MOVE W-FECHA-ARCH  TO BCT-FECHA-ARCH.
           MOVE W-NUMERO-ARCH TO BCT-NUMERO-ARCH.
           MOVE "P"           TO BCT-ESTADO.
           MOVE W-LINEA       TO BCT-ULTIMA-LINEA.
           MOVE ZERO          TO BCT-LINEA-CURSO.
           MOVE ZERO          TO BCT-ID-CURSO.
           MOVE ZERO          TO BCT-RECIBO-CURSO.
           MOVE ZERO          TO BCT-CANT-APLICADOS.
           MOVE ZERO          TO BCT-CANT-RECHAZADOS.
           MOVE ZERO          TO BCT-TOTAL-APLICADO.
           ACCEPT BCT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO BCT-HORA.
           WRITE REG-BANCO-CTL.
           IF ST-BCT > "07"
               STRING "ERROR " ST-BCT " AL GRABAR CONTROL "
                   DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 06 COL 05
               MOVE "S" TO FIN.

       F-CONTROLO-ARCHIVO.
           EXIT.

      * la corrida anterior se corto aplicando una linea: si el pago
      * con el recibo reservado ya esta en MOVIMIENTOS esa linea no
      * se vuelve a aplicar. Lo que haya quedado a medias (saldo,
      * recibo o imputacion) es lo que CONCILIA detecta y AJUSTES
      * repara; si el pago no llego a grabarse, la linea se aplica de
      * nuevo y el recibo reservado queda como salto de talonario.
       VERIFICO-CURSO.
           MOVE BCT-ID-CURSO TO W-CLI-ID.
           MOVE SPACES TO W-COMPROBANTE.
           STRING "RBO" BCT-RECIBO-CURSO DELIMITED BY SIZE
               INTO W-COMPROBANTE.
           MOVE "N" TO YA-APLICADO.
           MOVE W-CLI-ID TO MOV-ID-CLIENTE.
           MOVE ZERO     TO MOV-FECHA.
           MOVE ZERO     TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-MOV
               NOT INVALID KEY MOVE "S" TO W-HAY-MOV
           END-START.
           IF W-HAY-MOV = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.
           PERFORM COMPARO-COMPROBANTE THRU F-COMPARO-COMPROBANTE
               UNTIL W-HAY-MOV = "N" OR YA-APLICADO = "S".

           IF YA-APLICADO = "S"
               MOVE BCT-LINEA-CURSO TO W-LINEA-HECHA
               MOVE BCT-LINEA-CURSO TO W-LINEA-Z
               MOVE W-CLI-ID TO W-CLI-ID-Z
               MOVE SPACES TO LINEA-LOG
               STRING "LINEA " W-LINEA-Z " ID " W-CLI-ID-Z " "
                   W-COMPROBANTE
                   " YA GRABADO AL CORTARSE - VERIFICAR CON CONCILIA"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-VERIFICO-CURSO.
           EXIT.

       COMPARO-COMPROBANTE.
           IF MOV-COMPROBANTE = W-COMPROBANTE
               MOVE "S" TO YA-APLICADO
           ELSE
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.

       F-COMPARO-COMPROBANTE.
           EXIT.

       PROCESO.
           READ BANCO
               AT END MOVE "S" TO FIN.
           IF FIN = "S" GO TO F-PROCESO.
           ADD 1 TO W-LINEA.
           IF W-LINEA NOT > W-SALTEAR-HASTA GO TO F-PROCESO.
           IF W-LINEA = W-LINEA-HECHA
               ADD 1 TO BCT-CANT-APLICADOS
               PERFORM ANOTO-AVANCE THRU F-ANOTO-AVANCE
               GO TO F-PROCESO.
      * solo las lineas de detalle se aplican; un pie de control u
      * otra linea del banco se deja pasar
           IF BCO-TIPO NOT = "D"
               PERFORM ANOTO-AVANCE THRU F-ANOTO-AVANCE
               GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.

           MOVE "N" TO W-RECHAZADO.
           MOVE SPACES TO W-MOTIVO.
           PERFORM VALIDO-LINEA THRU F-VALIDO-LINEA.
           IF W-RECHAZADO = "N"
               PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
           IF W-RECHAZADO = "N"
               PERFORM APLICO-PAGO THRU F-APLICO-PAGO.
           IF HUBO-ABORTO = "S"
               MOVE "S" TO FIN
               GO TO F-PROCESO.

           IF W-RECHAZADO = "S"
               PERFORM REGISTRO-RECHAZADO THRU F-REGISTRO-RECHAZADO
               ADD 1 TO BCT-CANT-RECHAZADOS.
           PERFORM ANOTO-AVANCE THRU F-ANOTO-AVANCE.

       F-PROCESO.
           EXIT.

       VALIDO-LINEA.
           IF BCO-D-IMPORTE NOT NUMERIC OR BCO-D-IMPORTE = ZERO
               MOVE "S" TO W-RECHAZADO
               MOVE "IMPORTE INVALIDO" TO W-MOTIVO
               GO TO F-VALIDO-LINEA.
      * un pago que no entra en el importe de MOVIMIENTOS no se
      * aplica recortado
           IF BCO-D-IMPORTE > 999999,99
               MOVE "S" TO W-RECHAZADO
               MOVE "IMPORTE EXCEDE CAPACIDAD" TO W-MOTIVO
               GO TO F-VALIDO-LINEA.
           MOVE BCO-D-IMPORTE TO W-MONTO.

       F-VALIDO-LINEA.
           EXIT.

      * el CUIT manda: si viene y coincide con un unico cliente activo
      * se toma ese; duplicado o solo en clientes dados de baja se
      * rechaza. Sin CUIT, o con un CUIT que no esta en CLIENTES, se
      * prueba con el CLI_ID de la referencia del pago.
       BUSCO-CLIENTE.
           MOVE ZERO TO W-CLI-ID.
           IF BCO-D-CUIT NOT = SPACES
               PERFORM BUSCO-POR-CUIT THRU F-BUSCO-POR-CUIT.
           IF W-RECHAZADO = "S" GO TO F-BUSCO-CLIENTE.

           IF W-CLI-ID = ZERO
               PERFORM BUSCO-POR-REFERENCIA
                   THRU F-BUSCO-POR-REFERENCIA.
           IF W-RECHAZADO = "S" GO TO F-BUSCO-CLIENTE.

           IF W-CLI-ID = ZERO
               MOVE "S" TO W-RECHAZADO
               IF W-MOTIVO = SPACES
                   MOVE "SIN CUIT NI REFERENCIA DE CLIENTE" TO W-MOTIVO
               END-IF
               GO TO F-BUSCO-CLIENTE.

       LEO-CLIENTE.
           MOVE W-CLI-ID TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO LEO-CLIENTE.
           IF EXISTE = "N"
               MOVE "S" TO W-RECHAZADO
               MOVE "CLIENTE INEXISTENTE" TO W-MOTIVO.

       F-BUSCO-CLIENTE.
           EXIT.

       BUSCO-POR-CUIT.
           MOVE BCO-D-CUIT TO W-CUIT-ORIGEN.
           PERFORM NORMALIZO-CUIT THRU F-NORMALIZO-CUIT.
           IF W-CUIT-INVALIDO = "S" OR W-DIG-CANT NOT = 11
               MOVE "CUIT MAL FORMADO" TO W-MOTIVO
               GO TO F-BUSCO-POR-CUIT.
           MOVE W-CUIT-DIGITOS TO W-CUIT-BUSCADO.

           MOVE ZERO TO W-CANT-ACTIVOS.
           MOVE ZERO TO W-CANT-BAJA.
           MOVE ZERO TO W-ID-CUIT.
           MOVE ZERO TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
               INVALID KEY MOVE "N" TO HAY-CLI
               NOT INVALID KEY MOVE "S" TO HAY-CLI
           END-START.
           PERFORM COMPARO-CUIT THRU F-COMPARO-CUIT
               UNTIL HAY-CLI = "N".

           IF W-CANT-ACTIVOS > 1
               MOVE "S" TO W-RECHAZADO
               MOVE "CUIT DUPLICADO EN CLIENTES" TO W-MOTIVO
               GO TO F-BUSCO-POR-CUIT.
           IF W-CANT-ACTIVOS = 1
               MOVE W-ID-CUIT TO W-CLI-ID
               GO TO F-BUSCO-POR-CUIT.
           IF W-CANT-BAJA > ZERO
               MOVE "S" TO W-RECHAZADO
               MOVE "CLIENTE DADO DE BAJA" TO W-MOTIVO
               GO TO F-BUSCO-POR-CUIT.
           MOVE "CUIT NO ENCONTRADO" TO W-MOTIVO.

       F-BUSCO-POR-CUIT.
           EXIT.

       COMPARO-CUIT.
           READ CLIENTES NEXT RECORD
               AT END MOVE "N" TO HAY-CLI
           END-READ.
           IF HAY-CLI = "N" GO TO F-COMPARO-CUIT.
           IF CLI_CUIT = SPACES GO TO F-COMPARO-CUIT.

           MOVE CLI_CUIT TO W-CUIT-ORIGEN.
           PERFORM NORMALIZO-CUIT THRU F-NORMALIZO-CUIT.
           IF W-CUIT-DIGITOS NOT = W-CUIT-BUSCADO
               GO TO F-COMPARO-CUIT.

           IF CLI_BORRADO = "S"
               ADD 1 TO W-CANT-BAJA
           ELSE
               ADD 1 TO W-CANT-ACTIVOS
               MOVE CLI_ID TO W-ID-CUIT.

       F-COMPARO-CUIT.
           EXIT.

      * deja en W-CUIT-DIGITOS los digitos de W-CUIT-ORIGEN; guiones
      * y espacios se ignoran, cualquier otro caracter lo invalida
       NORMALIZO-CUIT.
           MOVE ZERO   TO W-DIG-CANT.
           MOVE "N"    TO W-CUIT-INVALIDO.
           MOVE SPACES TO W-CUIT-DIGITOS.
           MOVE 1      TO W-J.
           PERFORM CUENTO-CARACTER THRU F-CUENTO-CARACTER
               UNTIL W-J > 13.

       F-NORMALIZO-CUIT.
           EXIT.

       CUENTO-CARACTER.
           MOVE W-CUIT-ORIGEN(W-J:1) TO W-CAR.
           IF W-CAR >= "0" AND W-CAR <= "9"
               ADD 1 TO W-DIG-CANT
               IF W-DIG-CANT < 12
                   MOVE W-CAR TO W-CUIT-DIGITOS(W-DIG-CANT:1)
               END-IF
           ELSE
               IF W-CAR NOT = "-" AND W-CAR NOT = SPACE
                   MOVE "S" TO W-CUIT-INVALIDO.
           ADD 1 TO W-J.

       F-CUENTO-CARACTER.
           EXIT.

      * la referencia del debito directo lleva el numero de cliente:
      * se toma la primera tira de digitos; mas de 7 digitos no es un
      * CLI_ID
       BUSCO-POR-REFERENCIA.
           MOVE ZERO TO W-REF-NUM.
           MOVE ZERO TO W-REF-DIGITOS.
           MOVE "N"  TO W-REF-HAY-DIG.
           MOVE 1    TO W-REF-J.
           PERFORM TOMO-DIGITO-REF UNTIL W-REF-J > 20.
           IF W-REF-HAY-DIG = "N" OR W-REF-DIGITOS > 7
              OR W-REF-NUM = ZERO
               GO TO F-BUSCO-POR-REFERENCIA.

           MOVE W-REF-NUM TO CLI_ID.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
               IF W-MOTIVO = SPACES
                   MOVE "REFERENCIA SIN CLIENTE" TO W-MOTIVO
               END-IF
               GO TO F-BUSCO-POR-REFERENCIA.
      * las referencias impresas antes de una unificacion traen el
      * numero del origen: el pago va al destino (o al destino de
      * este, si tambien se unifico despues)
           MOVE ZERO TO W-REF-SALTOS.
           PERFORM SIGO-UNIFICACION THRU F-SIGO-UNIFICACION
               UNTIL EXISTE = "N" OR CLI_BORRADO NOT = "S"
                  OR CLI_UNIFICADO_EN NOT NUMERIC
                  OR CLI_UNIFICADO_EN = ZERO
                  OR W-REF-SALTOS > 9.
           IF EXISTE = "N"
               MOVE "S" TO W-RECHAZADO
               MOVE "CLIENTE UNIFICADO EN UNO INEXISTENTE" TO W-MOTIVO
               GO TO F-BUSCO-POR-REFERENCIA.
           IF CLI_BORRADO = "S"
               MOVE "S" TO W-RECHAZADO
               MOVE "CLIENTE DADO DE BAJA" TO W-MOTIVO
               GO TO F-BUSCO-POR-REFERENCIA.
           MOVE CLI_ID TO W-CLI-ID.

       F-BUSCO-POR-REFERENCIA.
           EXIT.

       SIGO-UNIFICACION.
           ADD 1 TO W-REF-SALTOS.
           MOVE CLI_UNIFICADO_EN TO CLI_ID.

       LEO-UNIFICADO.
           MOVE "S" TO EXISTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99" GO TO LEO-UNIFICADO.

       F-SIGO-UNIFICACION.
           EXIT.

       TOMO-DIGITO-REF.
           MOVE BCO-D-REFERENCIA(W-REF-J:1) TO W-REF-DIG-X.
           IF W-REF-DIG-X >= "0" AND W-REF-DIG-X <= "9"
               ADD 1 TO W-REF-DIGITOS
               IF W-REF-DIGITOS < 8
                   COMPUTE W-REF-NUM = W-REF-NUM * 10 + W-REF-DIG
               END-IF
               MOVE "S" TO W-REF-HAY-DIG
               ADD 1 TO W-REF-J
           ELSE
               IF W-REF-HAY-DIG = "S"
                   MOVE 21 TO W-REF-J
               ELSE
                   ADD 1 TO W-REF-J.

      * aplica el pago como lo toma CTACTE, pero en el orden de
      * RECARGO: el movimiento se graba ANTES de regrabar el saldo, y
      * el control anota antes linea, cliente y recibo en curso, asi
      * un relanzamiento reconoce el pago ya grabado por su comprobante
       APLICO-PAGO.
           PERFORM RESERVO-RECIBO THRU F-RESERVO-RECIBO.
      * sin recibo no se toman pagos: si el talonario no responde
      * tampoco lo hara para las lineas que siguen
           IF W-RECIBO-OK = "N"
               MOVE SPACES TO LINEA-LOG
               STRING "SIN NUMERO DE RECIBO - " MENSAJE
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO HUBO-ABORTO
               GO TO F-APLICO-PAGO.

           PERFORM ANOTO-CURSO THRU F-ANOTO-CURSO.
           MOVE CLI_ID TO W-CLI-ID-Z.

           MOVE CLI_ID        TO MOV-ID-CLIENTE.
           MOVE W-FECHA-HOY   TO MOV-FECHA.
           MOVE 1             TO MOV-SECUENCIA.
           MOVE "P"           TO MOV-TIPO.
           MOVE W-MONTO       TO MOV-IMPORTE.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO MOV-HORA.
           MOVE W-OPERADOR    TO MOV-OPERADOR.
           MOVE W-COMPROBANTE TO MOV-COMPROBANTE.
           MOVE "N"           TO MOV-ANULADO.
           MOVE ZERO          TO MOV-REF-FECHA.
           MOVE ZERO          TO MOV-REF-SECUENCIA.
           MOVE SPACE         TO MOV-SENTIDO.
      * lo que llega por el archivo del banco es transferencia o
      * debito directo
           MOVE "T"           TO MOV-MEDIO.

       GRABO-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOV = "99" GO TO GRABO-MOVIMIENTO.
           IF ST-MOV = "22"
               ADD 1 TO MOV-SECUENCIA
               GO TO GRABO-MOVIMIENTO.
           IF ST-MOV > "07"
               MOVE "S" TO W-RECHAZADO
               MOVE SPACES TO W-MOTIVO
               STRING "ERROR " ST-MOV " AL GRABAR MOVIMIENTO"
                   DELIMITED BY SIZE INTO W-MOTIVO
               GO TO F-APLICO-PAGO.

           MOVE MOV-FECHA     TO W-PAG-FECHA.
           MOVE MOV-SECUENCIA TO W-PAG-SEC.
           MOVE CLI_SALDO TO W-SALDO-ANT-Z.
           SUBTRACT W-MONTO FROM CLI_SALDO.

       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99" GO TO REGRABO-CLIENTE.
           IF ST-FILE > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " ERROR " ST-FILE
                   " AL REGRABAR SALDO - VERIFICAR CONTRA MOVIMIENTOS"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "S" TO W-RECHAZADO
               MOVE "ERROR AL GRABAR CLIENTES" TO W-MOTIVO
               GO TO F-APLICO-PAGO.

           MOVE CLI_SALDO TO W-CLI-SALDO-Z.
           MOVE "PAGO"        TO AUD-OPERACION.
           MOVE "SALDO"       TO AUD-CAMPO.
           MOVE W-SALDO-ANT-Z TO AUD-VALOR-ANT.
           MOVE W-CLI-SALDO-Z TO AUD-VALOR-NUE.
           PERFORM GRABA-AUDITORIA.

           PERFORM EMITO-RECIBO THRU F-EMITO-RECIBO.
           PERFORM IMPUTO-PAGO THRU F-IMPUTO-PAGO.

           MOVE W-LINEA TO W-LINEA-Z.
           MOVE W-MONTO TO W-MONTO-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "LINEA " W-LINEA-Z " ID " W-CLI-ID-Z " "
               W-COMPROBANTE " PAGO " W-MONTO-Z
               " NUEVO SALDO " W-CLI-SALDO-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           ADD 1 TO BCT-CANT-APLICADOS.
           ADD W-MONTO TO BCT-TOTAL-APLICADO.

       F-APLICO-PAGO.
           EXIT.

      * mismo esquema de reserva que RESERVO-RECIBO en CTACTE
       RESERVO-RECIBO.
           MOVE "N" TO W-RECIBO-OK.
           OPEN I-O RECIBO-ID.
           IF ST-RID > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-RID " AL ABRIR RECIBO-ID "
                   DELIMITED BY SIZE INTO MENSAJE
               GO TO F-RESERVO-RECIBO.

           MOVE "S" TO W-HAY-NRO.
           READ RECIBO-ID
               AT END MOVE "N" TO W-HAY-NRO
           END-READ.
           IF W-HAY-NRO = "S"
               ADD 1 TO REG-RECIBO-ID
               REWRITE REG-RECIBO-ID
           ELSE
               CLOSE RECIBO-ID
               OPEN EXTEND RECIBO-ID
               MOVE 1 TO REG-RECIBO-ID
               WRITE REG-RECIBO-ID.
           IF ST-RID > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR " ST-RID " AL RESERVAR RECIBO "
                   DELIMITED BY SIZE INTO MENSAJE
               CLOSE RECIBO-ID
               GO TO F-RESERVO-RECIBO.

           MOVE REG-RECIBO-ID TO W-NRO-RECIBO.
           CLOSE RECIBO-ID.
           MOVE SPACES TO W-COMPROBANTE.
           STRING "RBO" W-NRO-RECIBO DELIMITED BY SIZE
               INTO W-COMPROBANTE.
           MOVE "S" TO W-RECIBO-OK.

       F-RESERVO-RECIBO.
           EXIT.

      * graba el recibo en RECIBOS y agrega el impreso al talonario,
      * igual que EMITO-RECIBO en CTACTE
       EMITO-RECIBO.
           MOVE W-NRO-RECIBO  TO REC-NUMERO.
           MOVE W-PAG-FECHA   TO REC-FECHA.
           MOVE MOV-HORA      TO REC-HORA.
           MOVE CLI_ID        TO REC-ID-CLIENTE.
           MOVE W-MONTO       TO REC-IMPORTE.
           MOVE W-OPERADOR    TO REC-OPERADOR.
           MOVE W-PAG-FECHA   TO REC-MOV-FECHA.
           MOVE W-PAG-SEC     TO REC-MOV-SECUENCIA.

       GRABO-RECIBO.
           WRITE REG-RECIBO.
           IF ST-REC = "99" GO TO GRABO-RECIBO.
           IF ST-REC > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " ERROR " ST-REC
                   " AL GRABAR RECIBOS - " W-COMPROBANTE
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               GO TO F-EMITO-RECIBO.

           MOVE W-NRO-RECIBO TO W-NRO-RECIBO-Z.
           MOVE W-MONTO      TO W-MONTO-Z.

           MOVE GUIONES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO NRO " W-NRO-RECIBO-Z
               "                 FECHA " W-PAG-FECHA
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "CLIENTE " W-CLI-ID-Z "  " CLI_NOMBRE(1:50)
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBIMOS LA SUMA DE $ " W-MONTO-Z
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "COBRANZA BANCARIA " BCO-D-FECHA " OPERACION "
               BCO-D-OPERACION
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "OPERADOR " W-OPERADOR
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE GUIONES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.

       F-EMITO-RECIBO.
           EXIT.

      * imputacion automatica: los cargos vigentes del cliente salen
      * por clave en orden de fecha, asi el pago cubre primero el
      * cargo abierto mas viejo y sigue hasta agotarse. Lo que quede
      * sin imputar queda como credito en cuenta, igual que en CTACTE.
       IMPUTO-PAGO.
           MOVE W-MONTO TO W-RESTO-PAGO.
           MOVE CLI_ID  TO MOV-ID-CLIENTE.
           MOVE ZERO    TO MOV-FECHA.
           MOVE ZERO    TO MOV-SECUENCIA.
           MOVE CLI_ID  TO W-CLI-ID.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "N" TO W-HAY-MOV
               NOT INVALID KEY MOVE "S" TO W-HAY-MOV
           END-START.
           IF W-HAY-MOV = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.
           PERFORM IMPUTO-CARGO THRU F-IMPUTO-CARGO
               UNTIL W-HAY-MOV = "N" OR W-RESTO-PAGO = ZERO.

           IF W-RESTO-PAGO > ZERO
               MOVE W-RESTO-PAGO TO W-MONTO-Z
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " " W-COMPROBANTE
                   " QUEDA CON " W-MONTO-Z " SIN IMPUTAR"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-IMPUTO-PAGO.
           EXIT.

       LEO-MOV-CLIENTE.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "N" TO W-HAY-MOV
           END-READ.
           IF W-HAY-MOV = "S" AND MOV-ID-CLIENTE NOT = W-CLI-ID
               MOVE "N" TO W-HAY-MOV.

       F-LEO-MOV-CLIENTE.
           EXIT.

       IMPUTO-CARGO.
           IF MOV-TIPO NOT = "C" OR MOV-ANULADO = "S"
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-IMPUTO-CARGO.

           MOVE MOV-FECHA     TO W-CAR-FECHA.
           MOVE MOV-SECUENCIA TO W-CAR-SEC.
           MOVE MOV-IMPORTE   TO W-PEND-CARGO.
           PERFORM SUMO-IMPUTADO THRU F-SUMO-IMPUTADO.
           SUBTRACT W-IMPUTADO FROM W-PEND-CARGO.
           IF W-PEND-CARGO NOT > ZERO
               PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE
               GO TO F-IMPUTO-CARGO.

           IF W-PEND-CARGO < W-RESTO-PAGO
               MOVE W-PEND-CARGO TO W-IMP-MONTO
           ELSE
               MOVE W-RESTO-PAGO TO W-IMP-MONTO.

           MOVE CLI_ID       TO IMP-ID-CLIENTE.
           MOVE W-PAG-FECHA  TO IMP-PAGO-FECHA.
           MOVE W-PAG-SEC    TO IMP-PAGO-SEC.
           MOVE W-CAR-FECHA  TO IMP-CARGO-FECHA.
           MOVE W-CAR-SEC    TO IMP-CARGO-SEC.
           MOVE W-IMP-MONTO  TO IMP-IMPORTE.
           MOVE W-FECHA-HOY  TO IMP-FECHA.
           MOVE W-OPERADOR   TO IMP-OPERADOR.

       GRABO-IMPUTACION.
           WRITE REG-IMPUTA.
           IF ST-IMP = "99" GO TO GRABO-IMPUTACION.
           IF ST-IMP > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ID " W-CLI-ID-Z " ERROR " ST-IMP
                   " AL GRABAR IMPUTA - IMPUTAR EN CTACTE"
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG
               MOVE "N" TO W-HAY-MOV
               GO TO F-IMPUTO-CARGO.

           SUBTRACT W-IMP-MONTO FROM W-RESTO-PAGO.
           PERFORM LEO-MOV-CLIENTE THRU F-LEO-MOV-CLIENTE.

       F-IMPUTO-CARGO.
           EXIT.

      * total ya imputado al cargo W-CAR-FECHA/W-CAR-SEC, igual que
      * SUMO-IMPUTADO en CTACTE: solo toca IMPUTA
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

      * antes de grabar el pago queda asentado que linea, cliente y
      * recibo estan en curso
       ANOTO-CURSO.
           MOVE W-LINEA      TO BCT-LINEA-CURSO.
           MOVE CLI_ID       TO BCT-ID-CURSO.
           MOVE W-NRO-RECIBO TO BCT-RECIBO-CURSO.
           PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.

       F-ANOTO-CURSO.
           EXIT.

      * el avance queda asentado linea por linea, como en RECARGO
       ANOTO-AVANCE.
           MOVE W-LINEA TO BCT-ULTIMA-LINEA.
           MOVE ZERO    TO BCT-LINEA-CURSO.
           MOVE ZERO    TO BCT-ID-CURSO.
           MOVE ZERO    TO BCT-RECIBO-CURSO.
           PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.

       F-ANOTO-AVANCE.
           EXIT.

       CIERRO-CONTROL.
           MOVE "C" TO BCT-ESTADO.
           PERFORM REGRABO-CONTROL THRU F-REGRABO-CONTROL.

       F-CIERRO-CONTROL.
           EXIT.

       REGRABO-CONTROL.
           ACCEPT BCT-FECHA FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO BCT-HORA.
           REWRITE REG-BANCO-CTL.
           IF ST-BCT = "99" GO TO REGRABO-CONTROL.
           IF ST-BCT > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-BCT " AL REGRABAR CONTROL "
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       F-REGRABO-CONTROL.
           EXIT.

       GRABA-AUDITORIA.
           ACCEPT AUD-FECHA    FROM DATE YYYYMMDD.
           ACCEPT W-HORA-LARGA FROM TIME.
           MOVE W-HORA-LARGA(1:6) TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE CLI_ID        TO AUD-ID-CLIENTE.
           WRITE REG-AUDITORIA.
           IF ST-AUD > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-AUD " AL GRABAR AUDITORIA "
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

       REGISTRO-RECHAZADO.
           MOVE W-FECHA-ARCH  TO RCH-FECHA-ARCH.
           MOVE W-NUMERO-ARCH TO RCH-NUMERO-ARCH.
           MOVE W-LINEA       TO RCH-LINEA.
           MOVE REG-BANCO     TO RCH-REGISTRO.
           MOVE W-MOTIVO      TO RCH-MOTIVO.
           WRITE LINEA-RECHAZO FROM W-LINEA-RECH.
           IF ST-RCH > "07"
               MOVE SPACES TO LINEA-LOG
               STRING "ERROR " ST-RCH " AL GRABAR RECHAZOS "
                   DELIMITED BY SIZE INTO LINEA-LOG
               WRITE LINEA-LOG.

           MOVE W-LINEA TO W-LINEA-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "LINEA " W-LINEA-Z " RECHAZADA: " W-MOTIVO
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.

       F-REGISTRO-RECHAZADO.
           EXIT.

       CIERRE-RESUMEN.
           MOVE SPACES TO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "LINEAS LEIDAS EN ESTA CORRIDA: " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE BCT-CANT-APLICADOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "PAGOS APLICADOS DEL ARCHIVO  : " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE BCT-CANT-RECHAZADOS TO W-CANT-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "LINEAS RECHAZADAS DEL ARCHIVO: " W-CANT-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           MOVE BCT-TOTAL-APLICADO TO W-TOTAL-Z.
           MOVE SPACES TO LINEA-LOG.
           STRING "TOTAL APLICADO DEL ARCHIVO   : " W-TOTAL-Z
               DELIMITED BY SIZE INTO LINEA-LOG.
           WRITE LINEA-LOG.
           IF HUBO-ABORTO = "S"
               MOVE "PROCESO DETENIDO - EL ARCHIVO QUEDA EN PROCESO"
                   TO LINEA-LOG
               WRITE LINEA-LOG.

       F-CIERRE-RESUMEN.
           EXIT.

       END PROGRAM "IMPBANCO".
