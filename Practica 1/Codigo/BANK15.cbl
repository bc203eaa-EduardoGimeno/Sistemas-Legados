      *    movimientos.ubd a movarchivo.ubd para que el libro en linea
      *    solo lleve tarjetas vivas, marca la tarjeta como cerrada
      *    (BANK0 la rechaza via BANKPIN con su mensaje propio) y
      *    elimina sus registros de intentos.ubd y saldos.ubd. La
      *    baja queda en la pista de auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK15".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK15".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               CLOSE TARJETAS
               GO TO TARJETA-NO-EXISTE.

           MOVE TARJETAREG TO AU-ANTES.
           MOVE "****" TO AU-ANTES(17:4).

           SET TARJ-CERRADA TO TRUE.
           REWRITE TARJETAREG INVALID KEY
               MOVE "CERRAR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"       TO LOG-FICHERO
               MOVE FST              TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD), sin el PIN.
           MOVE "BAJA" TO AU-ACCION.
           MOVE TNUM-BAJA TO AU-CLAVE.
           MOVE TARJETAREG TO AU-DESPUES.
           MOVE "****" TO AU-DESPUES(17:4).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.
           CLOSE TARJETAS.

       BORRAR-INTENTOS.
