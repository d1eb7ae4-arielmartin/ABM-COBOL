      ******************************************************************
      * REGACC - Layout de REG-ACCESO (archivo ACCESOS).
      * Un registro por evento de login. ACC-OPERADOR es el codigo
      * tipeado, exista o no en OPERADORES. Eventos:
      *   INGR ingreso aceptado        FALL clave u operador incorrecto
      *   BLOQ operador bloqueado por  SALI salida del programa
      *        fallos seguidos         CLAV cambio de clave
      *   DESB desbloqueo/blanqueo hecho por un supervisor en OPEMANT
      *        (ACC-DETALLE lleva el operador afectado)
      ******************************************************************
       01  REG-ACCESO.
           03 ACC-FECHA            PIC 9(8).
           03 ACC-HORA             PIC 9(6).
           03 ACC-OPERADOR         PIC X(8).
           03 ACC-PROGRAMA         PIC X(8).
           03 ACC-EVENTO           PIC X(4).
               88 ACC-INGRESO      VALUE "INGR".
               88 ACC-FALLO        VALUE "FALL".
               88 ACC-BLOQUEO      VALUE "BLOQ".
               88 ACC-SALIDA       VALUE "SALI".
               88 ACC-CAMBIO-CLAVE VALUE "CLAV".
               88 ACC-DESBLOQUEO   VALUE "DESB".
           03 ACC-DETALLE          PIC X(30).
