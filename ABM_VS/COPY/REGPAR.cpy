      *   DEPURA-DIAS  dias de retencion por defecto de DEPURA (365)
      *   REC-PREFIJO  prefijo del comprobante de recargo (REC)
      *   MAX-LINEAS   lineas por pagina del listado de clientes (50)
      *   LOGIN-INTENT intentos de login permitidos (3); tambien es el
      *                limite de fallos seguidos que bloquea al operador
      *   CLAVE-DIAS   dias de vigencia de la clave de un operador antes
      *                de obligarlo a cambiarla (90, 0 = no vence)
      *   PLAN-GRACIA  dias de gracia de una cuota de plan impaga antes
      *                de dar el plan por caido (30)
      *   CHQ-GASTO    gasto bancario en pesos que se carga con cada
      *                cheque rechazado (0)
      *   CHQ-DIAS     dias hacia adelante del listado de cheques a
      *                cobrar (7)
      *   CARTA-DIAS   dias minimos entre dos cartas de cobranza al
      *                mismo cliente (15)
      *   CARTA-TIT-n  titulo de la carta de nivel n = 1, 2, 3
      *   CARTA-n-1 a CARTA-n-4
      *                renglones del texto de la carta de nivel n
      *   CARTA-PIE    renglon de cierre de todas las cartas
      *   RESP-GENER   generaciones de respaldo que conserva RESPALDO
      *                (7)
      ******************************************************************
       01  REG-PARAMETRO.
           03 PAR-CODIGO           PIC X(12).
