      *          historial que graban ABM, CTACTE e IMPCLI y arma un
      *          reporte filtrado por cliente, operador, rango de
      *          fechas y operacion (ALTA/BAJA/MODI/CARG/PAGO/ANUL/
      *          AJUS/RECU/PEND/PLAN/CHEQ/RECH/UNIF), mostrando
      *          valor anterior y nuevo. En una unificacion (UNIF)
      *          cada registro pasado sale con su clave en el cliente
      *          origen y en el destino.
      * Tectonics: cobc
      ******************************************************************

