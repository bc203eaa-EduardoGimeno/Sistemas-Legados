           VALUE "Comision mantenimiento".
       77 MSJ-RETENCION              PIC  X(35)
           VALUE "Retencion fiscal".
       77 MSJ-CUOTA-CAPITAL          PIC  X(35)
           VALUE "Cuota prestamo - capital".
       77 MSJ-CUOTA-INTERES          PIC  X(35)
           VALUE "Cuota prestamo - intereses".
       77 MSJ-PLAZO-FIJO             PIC  X(35)
           VALUE "Constitucion plazo fijo".
       77 MSJ-PENAL-PLAZO            PIC  X(35)
           VALUE "Penalizacion cancelacion plazo fijo".
       77 MSJ-TRASPASO-SAL           PIC  X(35)
           VALUE "Traspaso a tarjeta de reposicion".
       77 MSJ-DEUDA-ENT              PIC  X(35)
           VALUE "Descubierto de tarjeta repuesta".

       77 NUM-CATEGORIAS             PIC  9(2) VALUE 12.
       01 NOMBRES-CATEGORIA-VAL.
               OR MOV-CONCEPTO = MSJ-COM-EXT
               OR MOV-CONCEPTO = MSJ-COM-MANTEN
               OR MOV-CONCEPTO = MSJ-RETENCION
               OR MOV-CONCEPTO = MSJ-CUOTA-CAPITAL
               OR MOV-CONCEPTO = MSJ-CUOTA-INTERES
               OR MOV-CONCEPTO = MSJ-PLAZO-FIJO
               OR MOV-CONCEPTO = MSJ-PENAL-PLAZO
               OR MOV-CONCEPTO = MSJ-TRASPASO-SAL
               OR MOV-CONCEPTO = MSJ-DEUDA-ENT
                   SUBTRACT MOV-IMPORTE-DEC FROM CENT-MOV
           ELSE
               ADD MOV-IMPORTE-DEC TO CENT-MOV.
