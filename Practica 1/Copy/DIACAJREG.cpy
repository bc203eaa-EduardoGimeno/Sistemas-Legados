      *    Diario electronico del cajero (diariocajero.txt), que
      *    graba BANKDIA: una linea por cada entrega de billetes de
      *    BANK7 (tarjeta, movimiento e importe), por cada reposicion
      *    y cada recuento fisico de los casetes hechos en BANK11
      *    (operador) y por cada cuadre diario de BANK52, que deja
      *    anotadas las existencias de cierre de la fecha para que
      *    sean las de apertura de la siguiente. La fecha es la de
      *    negocio (BANKEST), la misma con la que se apunta el
      *    reintegro en movimientos.ubd.
       01 DIARIO-CAJ-REG.
           02 DCJ-FECHA           PIC 9(8).
           02 DCJ-HORA            PIC 9(6).
           02 DCJ-TIPO            PIC X(1).
               88 DCJ-DISPENSACION   VALUE "D".
               88 DCJ-REPOSICION     VALUE "R".
               88 DCJ-RECUENTO       VALUE "A".
               88 DCJ-CIERRE         VALUE "C".
           02 DCJ-TARJETA         PIC 9(16).
           02 DCJ-OPERADOR        PIC X(8).
           02 DCJ-MOV-NUM         PIC 9(35).
           02 DCJ-IMPORTE         PIC 9(7).
           02 DCJ-CANT10          PIC 9(7).
           02 DCJ-CANT20          PIC 9(7).
           02 DCJ-CANT50          PIC 9(7).
