      ******************************************************************
      * REGPLA - Layout de REG-PLAN (archivo PLANES).
      * Planes de pago: la clave es cliente + numero de plan + cuota;
      * la cuota 000 es la cabecera del plan y las cuotas 001 en
      * adelante son las cuotas mensuales, asi un START por cliente
      * recorre sus planes y cada plan trae sus cuotas detras de la
      * cabecera. Al armarse el plan los cargos abiertos del cliente
      * quedan imputados a un movimiento tipo "F" (PLA-MOV) que los
      * cancela; cada cuota entra despues a MOVIMIENTOS como cargo
      * (comprobante "PLN" + plan + "-" + cuota) al llegar su
      * vencimiento, y CUO-MOV apunta a ese cargo. Estado del plan:
      * "V" vigente, "C" cumplido, "D" caido (cuotas impagas mas alla
      * de los dias de gracia de PLAN-GRACIA). Estado de la cuota:
      * "A" a vencer, "E" emitida como cargo.
      ******************************************************************
       01  REG-PLAN.
           03  PLA-CLAVE.
               05 PLA-ID-CLIENTE   PIC 9(7).
               05 PLA-NUMERO       PIC 9(6).
               05 PLA-CUOTA        PIC 9(3).
           03  PLA-DATOS           PIC X(90).
           03  PLA-CABECERA REDEFINES PLA-DATOS.
               05 PLA-ESTADO       PIC X.
                   88 PLA-VIGENTE  VALUE "V".
                   88 PLA-CUMPLIDO VALUE "C".
                   88 PLA-CAIDO    VALUE "D".
               05 PLA-FECHA        PIC 9(8).
               05 PLA-OPERADOR     PIC X(20).
               05 PLA-CANT-CUOTAS  PIC 9(2).
               05 PLA-PRIMER-VTO   PIC 9(8).
               05 PLA-FINANC       PIC 9(2)V9(2).
               05 PLA-DEUDA        PIC 9(7)V9(3).
               05 PLA-TOTAL        PIC 9(7)V9(3).
               05 PLA-MOV-FECHA    PIC 9(8).
               05 PLA-MOV-SEC      PIC 9(4).
               05 PLA-FEC-CAIDA    PIC 9(8).
               05 FILLER           PIC X(07).
           03  PLA-DET-CUOTA REDEFINES PLA-DATOS.
               05 CUO-VENCIMIENTO  PIC 9(8).
               05 CUO-IMPORTE      PIC 9(6)V9(3).
               05 CUO-ESTADO       PIC X.
                   88 CUO-A-VENCER VALUE "A".
                   88 CUO-EMITIDA  VALUE "E".
               05 CUO-MOV-FECHA    PIC 9(8).
               05 CUO-MOV-SEC      PIC 9(4).
               05 CUO-FEC-EMISION  PIC 9(8).
               05 FILLER           PIC X(52).
