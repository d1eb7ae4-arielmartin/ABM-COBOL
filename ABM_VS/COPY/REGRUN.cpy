      * Un registro por proceso de la cadena nocturna: que corrio,
      * cuando empezo y termino, con que resultado y con que codigo
      * de retorno. La manana siguiente se revisa por fecha.
      * Tambien graban aqui CIERRE (el respaldo previo al cierre, como
      * proceso RESPALDO) y RESTAURA (proceso RESTAURA). La cadena se
      * da por corrida en la fecha si hay un CHEQUEO que no tenga una
      * RESTAURA posterior.
      ******************************************************************
       01  REG-CORRIDA.
           03  RUN-CLAVE.
