      *    Agenda de beneficiarios de una tarjeta (beneficiarios.ubd).
      *    Clave: tarjeta + alias que le da el cliente. La fecha de
      *    alta es la que usa BANK6 para aplicar el limite reducido
      *    a los beneficiarios recien anadidos.
       01 BENEFICIARIO-REG.
           02 BEN-CLAVE.
               03 BEN-TARJETA     PIC 9(16).
               03 BEN-ALIAS       PIC X(15).
           02 BEN-CUENTA          PIC 9(16).
           02 BEN-NOMBRE          PIC X(35).
           02 BEN-FECHA-ALTA      PIC 9(8).
