       01 ALERTA-REG.
           02 ALE-FECHA               PIC 9(8).
           02 FILLER                  PIC X VALUE SPACE.
           02 ALE-TARJETA             PIC 9(16).
           02 FILLER                  PIC X VALUE SPACE.
           02 ALE-REGLA               PIC X(2).
               88 ALE-REINTEGROS        VALUE "RE".
               88 ALE-EXTERNA-RIESGO    VALUE "EX".
               88 ALE-CTA-NUEVA         VALUE "NC".
               88 ALE-DESCUBIERTO       VALUE "DS".
           02 FILLER                  PIC X VALUE SPACE.
           02 ALE-SEVERIDAD           PIC X(1).
               88 ALE-ALTA              VALUE "A".
               88 ALE-MEDIA             VALUE "M".
           02 FILLER                  PIC X VALUE SPACE.
           02 ALE-MOV-NUM             PIC 9(35).
           02 FILLER                  PIC X VALUE SPACE.
           02 ALE-DETALLE             PIC X(35).
