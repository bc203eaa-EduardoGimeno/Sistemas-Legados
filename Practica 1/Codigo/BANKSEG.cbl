      *    SG-RESULTADO: 0 firma correcta, 1 firma rechazada (clave
      *    erronea o cancelada por el operador), 2 perfil
      *    insuficiente, 3 error de fichero.
      *
      *    Cada firma concedida, cada clave erronea y cada perfil
      *    insuficiente queda en la pista de auditoria (BANKAUD) con
      *    el operador tecleado y el nivel pedido.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CLAVE-TECLEADA            PIC    X(8).
       77 INTENTOS-FIRMA            PIC    9(1).

       77 AU-OPERADOR               PIC    X(8).
       77 AU-PROGRAMA               PIC    X(8) VALUE "BANKSEG".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       LINKAGE SECTION.
       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
           IF FSO = 35
               MOVE "MAESTRO" TO SG-OPERADOR
               MOVE 3 TO SG-PERFIL
               MOVE "MAESTRO" TO AU-OPERADOR
               MOVE "FIRMA ARRANQ" TO AU-ACCION
               PERFORM AUDITAR-FIRMA THRU AUDITAR-FIRMA-FIN
               GO TO FIN-PROGRAMA.
           IF FSO <> 00
               SET SG-ERROR-FICHERO TO TRUE
           IF OPE-PERFIL < SG-NIVEL
               CLOSE OPERADORES
               SET SG-NIVEL-INSUF TO TRUE
               MOVE OPERADOR-TECLEADO TO AU-OPERADOR
               MOVE "FIRMA NIVEL" TO AU-ACCION
               PERFORM AUDITAR-FIRMA THRU AUDITAR-FIRMA-FIN
               GO TO FIN-PROGRAMA.

           MOVE OPE-ID TO SG-OPERADOR.
           MOVE OPE-PERFIL TO SG-PERFIL.
           CLOSE OPERADORES.
           MOVE OPE-ID TO AU-OPERADOR.
           MOVE "FIRMA OK" TO AU-ACCION.
           PERFORM AUDITAR-FIRMA THRU AUDITAR-FIRMA-FIN.
           GO TO FIN-PROGRAMA.

       FIRMA-INCORRECTA.
           MOVE OPERADOR-TECLEADO TO AU-OPERADOR.
           MOVE "FIRMA ERROR" TO AU-ACCION.
           PERFORM AUDITAR-FIRMA THRU AUDITAR-FIRMA-FIN.

           SUBTRACT 1 FROM INTENTOS-FIRMA.
           IF INTENTOS-FIRMA = 0
               SET SG-DENEGADO TO TRUE
               WITH BACKGROUND-COLOR RED.
           GO TO PANTALLA-FIRMA.

      *    Llega con AU-OPERADOR y AU-ACCION rellenos. La clave de la
      *    linea es el nivel pedido por el programa llamador; de una
      *    firma no hay imagen de registro.
       AUDITAR-FIRMA.
           MOVE SPACES TO AU-CLAVE.
           STRING "Nivel pedido " SG-NIVEL
               DELIMITED BY SIZE INTO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE SPACES TO AU-DESPUES.
           CALL "BANKAUD" USING AU-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-FIRMA-FIN.
           CONTINUE.

       FIN-PROGRAMA.
           EXIT PROGRAM.

