      *    nocturno BANK29 lo abona (EJECUTADO) cuando vence el plazo
      *    de retencion en dias habiles, o lo cancela si aqui se ha
      *    marcado como devuelto (opcion 2) porque el cheque vino
      *    rebotado de la camara. La devolucion queda en la pista de
      *    auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK28".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK28".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
                   CLOSE F-MOVIMIENTOS
                   GO TO CHEQUE-NO-VALIDO.

      *    Pista de auditoria (BANKAUD): el MOV-NUM va en la clave
      *    y la imagen es el resto del movimiento.
           MOVE MOVIMIENTO-REG(36:192) TO AU-ANTES.

           SET MOV-CHEQUE-DEVUELTO TO TRUE.
           REWRITE MOVIMIENTO-REG INVALID KEY
               MOVE "PANTALLA-DEVOLUCION" TO LOG-PARRAFO
               MOVE FSM                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "DEVOLUCION" TO AU-ACCION.
           MOVE MOV-NUM(6:30) TO AU-CLAVE.
           MOVE MOVIMIENTO-REG(36:192) TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

           CLOSE F-MOVIMIENTOS.

       EXITO-DEVOLUCION.
