      *    de que operador desbloqueo que tarjeta y cuando, al estilo
      *    del registro de errores de BANKLOG; el operador anotado es
      *    el autenticado por BANKSEG en la firma, no uno tecleado.
      *    Desbloqueos y solicitudes quedan ademas en la pista de
      *    auditoria (BANKAUD), sin la clave nueva.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK14".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK14".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               CLOSE INTENTOS
               GO TO TARJETA-NO-EXISTE.

           MOVE INTENTOSREG TO AU-ANTES.
           MOVE MAX-INTENTOS TO IINTENTOS.
           REWRITE INTENTOSREG INVALID KEY
               MOVE "REPONER-INTENTOS" TO LOG-PARRAFO
               MOVE "INTENTOS"         TO LOG-FICHERO
               MOVE FSI                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "DESBLOQUEO" TO AU-ACCION.
           MOVE TNUM-DESBLOQUEO TO AU-CLAVE.
           MOVE INTENTOSREG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.
           CLOSE INTENTOS.

       ANOTAR-DESBLOQUEO.
               MOVE FSQ                TO LOG-STATUS
               GO TO PSYS-ERR.

      *    La clave pedida no pasa a la auditoria.
           MOVE "SOL DESBLOQ" TO AU-ACCION.
           MOVE TNUM-DESBLOQUEO TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE APROBACION-REG TO AU-DESPUES.
           MOVE "****" TO AU-DESPUES(122:4).
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           CLOSE F-APROBACIONES.

       GRABAR-SOLICITUD-FIN.

           GO TO EXITO-DESBLOQUEO.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION,
      *    AU-CLAVE y las imagenes AU-ANTES/AU-DESPUES rellenas.
       AUDITAR-CAMBIO.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
