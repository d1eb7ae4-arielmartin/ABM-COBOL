      ******************************************************************
      * REGPID - Layout de REG-PLAN-ID (archivo PLAN-ID, ultimo
      * numero de plan de pagos asignado).
      ******************************************************************
       01  REG-PLAN-ID             PIC 9(6).
