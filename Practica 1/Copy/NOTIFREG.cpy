               88 NOT-EV-TRF-RECHAZADA VALUE "TR".
               88 NOT-EV-INT-DEUDOR    VALUE "ID".
               88 NOT-EV-PIN-CADUCA    VALUE "PC".
               88 NOT-EV-FRAUDE        VALUE "FR".
               88 NOT-EV-TRF-DEVUELTA  VALUE "TD".
               88 NOT-EV-INACTIVA      VALUE "IN".
               88 NOT-EV-PRESTAMO-IMPAGO VALUE "PR".
               88 NOT-EV-IDENTIFICACION  VALUE "DC".
           02 NOT-FECHA           PIC 9(8).
           02 NOT-DETALLE         PIC X(35).
           02 NOT-IMPRESA         PIC X(1).
