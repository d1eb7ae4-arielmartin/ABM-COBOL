           03 OPE_ACTIVO           PIC X.
               88 OPE-ACTIVO-SI        VALUE "S".
               88 OPE-ACTIVO-NO        VALUE "N".
      * campos agregados con la seguridad de acceso (el registro paso
      * de 38 a 70 bytes: un operadores.dat anterior se convierte por
      * unica vez con MIGOPE antes de usar esta copy). OPE_PASSWORD
      * guarda la clave cifrada por CIFRO-CLAVE, nunca en claro.
      * OPE_CLAVE_FECHA es la fecha del ultimo cambio de clave: en
      * cero (alta o blanqueo desde OPEMANT) obliga a cambiarla en el
      * proximo ingreso, y lo mismo pasados CLAVE-DIAS dias.
      * OPE_INTENTOS cuenta los fallos de clave seguidos, entre una
      * sesion y otra: al llegar a LOGIN-INTENT el operador queda con
      * OPE_ACTIVO "N" y solo un supervisor lo desbloquea en OPEMANT.
           03 OPE_CLAVE_FECHA      PIC 9(8).
           03 OPE_INTENTOS         PIC 9(2).
           03 OPE_ULT_INGRESO      PIC 9(8).
           03 FILLER               PIC X(14).
