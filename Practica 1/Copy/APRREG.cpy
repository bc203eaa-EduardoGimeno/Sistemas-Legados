               88 APR-RETROCESION    VALUE "R".
               88 APR-DESBLOQUEO     VALUE "D".
               88 APR-PARAMETRO      VALUE "P".
               88 APR-RETENCION      VALUE "T".
           02 APR-ESTADO          PIC X(1).
               88 APR-PENDIENTE      VALUE "P".
               88 APR-APROBADA       VALUE "A".
