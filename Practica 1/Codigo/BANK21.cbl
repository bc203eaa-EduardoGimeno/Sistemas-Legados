      *    retrocesion solo se ejecuta cuando un supervisor la
      *    aprueba en BANK25, que es quien genera el compensatorio y
      *    cruza MOV-NUM-REVERSO. La solicitud queda firmada con el
      *    operador autenticado por BANKSEG y en la pista de
      *    auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK21".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK21".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               MOVE FSQ                TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD): la solicitud, por su
      *    movimiento.
           MOVE "SOL RETROC" TO AU-ACCION.
           MOVE MOV-NUM-RETRO(6:30) TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE APROBACION-REG TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

           CLOSE F-APROBACIONES.

       EXITO-SOLICITUD.
