      *    Aprobacion de operaciones de doble control. Uso de
      *    supervisor: recorre la cola de aprobaciones
      *    (aprobaciones.ubd) que alimentan BANK21 (retrocesiones),
      *    BANK14 (desbloqueos con clave nueva), BANK19 (cambios de
      *    los parametros sensibles) y el batch de vigilancia de
      *    fraude BANK41 (retenciones de tarjeta por alerta grave) y
      *    presenta cada solicitud pendiente para aprobarla o
      *    rechazarla. Solo al aprobar se ejecuta la operacion: la
      *    retrocesion genera aqui el compensatorio y cruza
      *    MOV-NUM-REVERSO (la logica que antes aplicaba BANK21 en el
      *    acto), el desbloqueo repone el contador de intentos y
      *    asigna la clave, el parametro se graba por BANKPAR y entra
      *    en vigor, y la retencion deja la tarjeta retirada. Las
      *    rechazadas quedan en el fichero con el supervisor que las
      *    rechazo y su motivo. Si una solicitud ya no es aplicable
      *    al aprobarla (el movimiento se retrocedio por otra via, la
      *    tarjeta se dio de baja, la clave nueva paso a estar
      *    repetida) se marca rechazada con ese motivo. Cada
      *    decision queda en la pista de auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           VALUE "Comision mantenimiento".
       77 MSJ-RETENCION             PIC   X(35)
           VALUE "Retencion fiscal".
       77 MSJ-CUOTA-CAPITAL         PIC   X(35)
           VALUE "Cuota prestamo - capital".
       77 MSJ-CUOTA-INTERES         PIC   X(35)
           VALUE "Cuota prestamo - intereses".
       77 MSJ-PLAZO-FIJO            PIC   X(35)
           VALUE "Constitucion plazo fijo".
       77 MSJ-PENAL-PLAZO           PIC   X(35)
           VALUE "Penalizacion cancelacion plazo fijo".
       77 MSJ-TRASPASO-SAL          PIC   X(35)
           VALUE "Traspaso a tarjeta de reposicion".
       77 MSJ-DEUDA-ENT             PIC   X(35)
           VALUE "Descubierto de tarjeta repuesta".
       77 MSJ-NO-APLICABLE          PIC   X(35)
           VALUE "No aplicable al aprobar".

       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK25".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK25".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               MOVE "Desbloqueo con clave" TO TIPO-TEXTO.
           IF APR-PARAMETRO
               MOVE "Cambio de parametro" TO TIPO-TEXTO.
           IF APR-RETENCION
               MOVE "Retencion de tarjeta" TO TIPO-TEXTO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Solicitud numero:" LINE 8 COL 19.
               DISPLAY "Valor decimal:" LINE 16 COL 19
               DISPLAY APR-VALOR-DEC LINE 16 COL 40.

           IF APR-RETENCION
               DISPLAY "Tarjeta:" LINE 13 COL 19
               DISPLAY APR-TARJETA LINE 13 COL 40
               DISPLAY "Alerta:" LINE 14 COL 19
               DISPLAY APR-MOTIVO LINE 14 COL 40
               DISPLAY "Movimiento:" LINE 15 COL 19
               DISPLAY APR-MOV-NUM LINE 15 COL 32.

           DISPLAY "1 - Aprobar" LINE 18 COL 19.
           DISPLAY "2 - Rechazar" LINE 19 COL 19.
           DISPLAY "Elija una opcion:" LINE 20 COL 19.
                   WITH BACKGROUND-COLOR RED
               GO TO TRATAR-SOLICITUD-TECLA.

           MOVE APROBACION-REG TO AU-ANTES.
           SET APL-OK TO TRUE.

           IF APR-RETROCESION
           IF APR-PARAMETRO
               PERFORM APLICAR-PARAMETRO
                   THRU APLICAR-PARAMETRO-FIN.
           IF APR-RETENCION
               PERFORM APLICAR-RETENCION
                   THRU APLICAR-RETENCION-FIN.

      *    Una solicitud que dejo de ser aplicable no se puede
      *    aprobar: queda rechazada con su motivo para que el
               MOVE FSQ                 TO LOG-STATUS
               GO TO PSYS-ERR.

           IF APR-APROBADA
               MOVE "APROBAR" TO AU-ACCION
           ELSE
               MOVE "RECHAZAR" TO AU-ACCION.
           PERFORM AUDITAR-SOLICITUD THRU AUDITAR-SOLICITUD-FIN.

           ADD 1 TO NUM-TRATADAS.
           GO TO TRATAR-SOLICITUD-FIN.

           ELSE
               GO TO RECHAZAR-SOLICITUD.

           MOVE APROBACION-REG TO AU-ANTES.
           SET APR-RECHAZADA TO TRUE.
           MOVE SG-OPERADOR TO APR-SUPERVISOR.
           MOVE MOTIVO-RECHAZO TO APR-MOTIVO.
               MOVE FSQ                  TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "RECHAZAR" TO AU-ACCION.
           PERFORM AUDITAR-SOLICITUD THRU AUDITAR-SOLICITUD-FIN.

           ADD 1 TO NUM-TRATADAS.

       TRATAR-SOLICITUD-FIN.
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
       APLICAR-PARAMETRO-FIN.
           CONTINUE.

      *    Retencion aprobada: la tarjeta queda retirada, como si la
      *    hubiera retirado la sucursal en BANK13. Solo se retiene una
      *    tarjeta activa; si entre la alerta y la aprobacion se dio
      *    de baja, se denuncio robada o ya se retiro, la solicitud
      *    deja de ser aplicable.
       APLICAR-RETENCION.
           OPEN I-O TARJETAS.
           IF FST <> 00
               MOVE "APLICAR-RETENCION" TO LOG-PARRAFO
               MOVE "TARJETAS"          TO LOG-FICHERO
               MOVE FST                 TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE APR-TARJETA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               SET APL-NO-APLICABLE TO TRUE
               GO TO APLICAR-RETENCION-FIN.

           IF NOT TARJ-ACTIVA
               CLOSE TARJETAS
               SET APL-NO-APLICABLE TO TRUE
               GO TO APLICAR-RETENCION-FIN.

           SET TARJ-RETIRADA TO TRUE.
           REWRITE TARJETAREG INVALID KEY
               MOVE "APLICAR-RETENCION" TO LOG-PARRAFO
               MOVE "TARJETAS"          TO LOG-FICHERO
               MOVE FST                 TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE TARJETAS.

       APLICAR-RETENCION-FIN.
           CONTINUE.

       COLA-VACIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Aprobaciones pendientes" LINE 10 COL 19.
               MOVE FSM                TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD) de la decision: la
      *    solicitud antes y despues, con la clave nueva tapada. Lo
      *    que la aprobacion ejecuta (tarjeta, intentos, parametro,
      *    compensatorio) va descrito en la propia solicitud.
       AUDITAR-SOLICITUD.
           MOVE APR-NUM TO AU-CLAVE.
           MOVE APROBACION-REG TO AU-DESPUES.
           MOVE "****" TO AU-ANTES(122:4).
           MOVE "****" TO AU-DESPUES(122:4).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-SOLICITUD-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE F-APROBACIONES.
           CLOSE F-MOVIMIENTOS.
