      *    Pista de auditoria de operadores (auditoria.txt), que
      *    graba BANKAUD: quien (operador firmado en BANKSEG), desde
      *    que programa, que hizo y sobre que clave, con la imagen del
      *    registro antes y despues del cambio (en blanco en un alta
      *    o una baja, respectivamente). Fecha en aaaammdd para
      *    poder filtrar por rango.
       01 AUDITORIA-REG.
           02 AUD-FECHA               PIC 9(8).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-HORA                PIC 9(6).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-OPERADOR            PIC X(8).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-PROGRAMA            PIC X(8).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-ACCION              PIC X(12).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-CLAVE               PIC X(30).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-ANTES               PIC X(200).
           02 FILLER                  PIC X VALUE SPACE.
           02 AUD-DESPUES             PIC X(200).
