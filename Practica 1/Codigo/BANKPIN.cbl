      *       y actualiza intentos.ubd (lo usa BANK0 al autenticar, y
      *       BANK9 al pedir la clave actual antes de cambiarla).
      *       Antes de tocar el PIN comprueba el estado y la caducidad
      *       de la tarjeta: una tarjeta robada, retirada, cerrada,
      *       inactiva (BANK45) o caducada se rechaza sin consumir
      *       intentos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 BP-ROBADA               VALUE 5.
           88 BP-RETIRADA             VALUE 6.
           88 BP-CERRADA              VALUE 7.
           88 BP-INACTIVA             VALUE 8.
       77 BP-INTENTOS-RESTANTES     PIC  9(1).

       PROCEDURE DIVISION USING BP-MODO, BP-TNUM, BP-PIN, BP-RESULTADO,
               CLOSE TARJETAS
               GO TO FIN-PROGRAMA.

           IF TARJ-INACTIVA
               SET BP-INACTIVA TO TRUE
               CLOSE TARJETAS
               GO TO FIN-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE MES-HOY-NUM = (ANO * 100) + MES.
           COMPUTE MES-CAD-NUM = (TCAD-ANO-E * 100) + TCAD-MES-E.
