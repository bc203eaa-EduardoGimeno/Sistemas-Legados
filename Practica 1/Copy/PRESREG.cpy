      *    Prestamos de refinanciacion de descubierto (prestamos.ubd).
      *    Cada prestamo de una tarjeta lleva una cabecera (cuota 0)
      *    con sus condiciones y el capital pendiente, y una linea por
      *    cuota del cuadro de amortizacion (1 a PRE-PLAZO) con su
      *    vencimiento nominal y el reparto capital / intereses.
       01 PRESTAMO-REG.
           02 PRE-CLAVE.
               03 PRE-TARJETA         PIC 9(16).
               03 PRE-NUMERO          PIC 9(2).
               03 PRE-CUOTA           PIC 9(3).
           02 PRE-DATOS               PIC X(60).
           02 PRE-CABECERA REDEFINES PRE-DATOS.
               03 PRE-CAPITAL-CENT    PIC 9(11).
               03 PRE-PLAZO           PIC 9(3).
               03 PRE-TASA            PIC 9(4).
               03 PRE-DIA-PAGO        PIC 9(2).
               03 PRE-FECHA-ALTA      PIC 9(8).
               03 PRE-PENDIENTE-CENT  PIC 9(11).
               03 PRE-OPERADOR        PIC X(8).
               03 PRE-SITUACION       PIC X(1).
                   88 PRE-VIGENTE        VALUE "V".
                   88 PRE-AMORTIZADO     VALUE "A".
               03 FILLER              PIC X(12).
           02 PRE-LINEA REDEFINES PRE-DATOS.
               03 PRE-VENCIMIENTO     PIC 9(8).
               03 PRE-CUOTA-CENT      PIC 9(11).
               03 PRE-CAPITAL-CUOTA   PIC 9(11).
               03 PRE-INTERES-CUOTA   PIC 9(11).
               03 PRE-ESTADO-CUOTA    PIC X(1).
                   88 PRE-CUOTA-PENDIENTE VALUE "P".
                   88 PRE-CUOTA-COBRADA   VALUE "C".
                   88 PRE-CUOTA-IMPAGADA  VALUE "I".
               03 PRE-FECHA-COBRO     PIC 9(8).
               03 FILLER              PIC X(10).
