       01 REPOSICION-REG.
           02 REP-TARJETA-ANT        PIC 9(16).
           02 REP-TARJETA-NUEVA      PIC 9(16).
           02 REP-FECHA              PIC  9(8).
           02 REP-OPERADOR           PIC  X(8).
