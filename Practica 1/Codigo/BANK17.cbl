      *    discrepancia. En modo reparacion ("S" a la pregunta
      *    inicial) ademas reconstruye el registro de control desde el
      *    libro: el saldo recalculado y, si el contador global se
      *    quedo por detras, el mayor MOV-NUM encontrado. Si quien lo
      *    lanza ya fijo el modo en la variable de entorno BANK17MODO
      *    (BANK54 lo pone a "N" tras una restauracion) no se
      *    pregunta.
      *
      *    MOV-IMPORTE-DEC no lleva signo: cuando la parte entera es
      *    cero el signo del movimiento se deduce del concepto (los
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

       77 TARJETA-ACTUAL             PIC  9(16).
       77 CENT-CALCULADO             PIC S9(11).
       INICIO.
           DISPLAY "BANK17 - Cuadre de saldos contra el libro".

           MOVE SPACE TO MODO-REPARAR.
           ACCEPT MODO-REPARAR FROM ENVIRONMENT "BANK17MODO".
           IF MODO-REPARAR = SPACE
               DISPLAY "Modo reparacion (S/N): " WITH NO ADVANCING
               ACCEPT MODO-REPARAR.

           PERFORM CALCULAR-MAX-MOV THRU CALCULAR-MAX-MOV-FIN.

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
