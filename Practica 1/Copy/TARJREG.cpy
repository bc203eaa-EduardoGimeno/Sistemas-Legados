               88 TARJ-ROBADA        VALUE "R".
               88 TARJ-RETIRADA      VALUE "T".
               88 TARJ-CERRADA       VALUE "C".
               88 TARJ-INACTIVA      VALUE "I".
           02 TPROD-E     PIC  X(4).
