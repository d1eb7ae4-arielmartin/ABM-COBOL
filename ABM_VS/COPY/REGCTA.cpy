      ******************************************************************
      * REGCTA - Layout de REG-CUENTA (archivo CUENTAS).
      * Un registro por concepto de movimiento con la cuenta contable
      * que va al debe y la que va al haber. Lo mantiene CTAMANT y lo
      * usa ASIENTOS. Conceptos:
      *   CARGO     cargo "C" comun
      *   RECARGO   cargo "C" de RECARGO (prefijo REC-PREFIJO)
      *   CUOTA     cargo "C" de cuota de plan ("PLN")
      *   RECHAZO   cargo "C" de cheque rechazado ("RCH")
      *   PAGO-E    pago "P" en efectivo (o medio en blanco)
      *   PAGO-T    pago "P" por transferencia
      *   PAGO-C    pago "P" con cheque
      *   PAGO      pago de un medio que no tenga su PAGO-x cargado
      *   ANUL-D    anulacion "A" que suma al saldo (anula un pago)
      *   ANUL-H    anulacion "A" que resta (anula un cargo)
      *   AJUS-D    ajuste "J" al debe
      *   AJUS-H    ajuste "J" al haber
      *   PASEPLAN  pase a plan de pagos "F"
      ******************************************************************
       01  REG-CUENTA.
           03 CTA-CONCEPTO         PIC X(8).
           03 CTA-DESCRIPCION      PIC X(30).
           03 CTA-DEBE             PIC X(12).
           03 CTA-HABER            PIC X(12).
           03 FILLER               PIC X(18).
