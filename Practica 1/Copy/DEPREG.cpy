      *    Depositos a plazo fijo (depositos.ubd), constituidos en
      *    BANK49 con cargo al saldo de una tarjeta. Guardan las
      *    condiciones pactadas (capital, plazo, tasa anual y tasa de
      *    penalizacion por cancelacion anticipada, cuatro decimales)
      *    y, una vez liquidados al vencimiento (BANK50) o cancelados
      *    en sucursal, la fecha y las cifras de la liquidacion.
       01 DEPOSITO-REG.
           02 DEP-CLAVE.
               03 DEP-TARJETA         PIC 9(16).
               03 DEP-NUMERO          PIC 9(3).
           02 DEP-CAPITAL-CENT        PIC 9(11).
           02 DEP-PLAZO               PIC 9(3).
           02 DEP-TASA                PIC 9(4).
           02 DEP-TASA-PENAL          PIC 9(4).
           02 DEP-FECHA-ALTA          PIC 9(8).
           02 DEP-VENCIMIENTO         PIC 9(8).
           02 DEP-OPERADOR            PIC X(8).
           02 DEP-SITUACION           PIC X(1).
               88 DEP-VIGENTE            VALUE "V".
               88 DEP-VENCIDO            VALUE "L".
               88 DEP-CANCELADO          VALUE "C".
           02 DEP-FECHA-BAJA          PIC 9(8).
           02 DEP-INTERES-CENT        PIC 9(11).
           02 DEP-PENAL-CENT          PIC 9(11).
           02 DEP-RETENIDO-CENT       PIC 9(11).
           02 FILLER                  PIC X(10).
