      *    Recorre las notificaciones sin imprimir que los programas
      *    dejan en notificaciones.ubd a traves de BANKNOT (bloqueos
      *    de tarjeta, transferencias recibidas rechazadas, cargos
      *    de intereses de descubierto, claves a punto de caducar,
      *    alertas de actividad sospechosa, transferencias emitidas
      *    devueltas por el banco destino, tarjetas inactivas, cuotas
      *    de prestamo impagadas, identificacion del titular
      *    pendiente de actualizar),
      *    compone una carta por notificacion con el nombre y la
      *    direccion del titular (tarjetas.ubd -> clientes.ubd) y la
      *    deja en cartas.txt, marcando la notificacion como impresa.
      *    Si la tarjeta es compartida (titulares.ubd, BANK43) sale
      *    ademas una carta para cada titular y cotitular; los
      *    autorizados no reciben correo. La carta de identificacion
      *    pendiente es personal del titular principal y no lleva
      *    copias.
      *    El fichero de cartas se regraba entero en cada ejecucion:
      *    contiene la remesa del dia. La fecha de negocio la
      *    administra BANKCTL (fijada por BANK18 al recuperar dias).
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT F-CARTAS ASSIGN TO "cartas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSC.
       FD CLIENTES.
           COPY CLIREG.

       FD TITULARES.
           COPY TITREG.

       FD F-CARTAS.
       01 CARTA-LINEA               PIC X(100).

       77 FST                        PIC  X(2).
       77 FSL                        PIC  X(2).
       77 FSC                        PIC  X(2).
       77 FSH                        PIC  X(2).

       77 EVENTO-TEXTO               PIC  X(35).
       77 DNI-TITULAR                PIC  X(9).
       77 NUM-IMPRESAS               PIC  9(5) VALUE 0.
       77 NUM-SIN-TITULAR            PIC  9(5) VALUE 0.
       77 NUM-COPIAS                 PIC  9(5) VALUE 0.

       77 DEBUG                      PIC  9(1).


           DISPLAY "BANK36 - " BT-FECHA " - OK - Cartas: "
               NUM-IMPRESAS.
           IF NUM-COPIAS > 0
               DISPLAY "BANK36 - Cartas a cotitulares: " NUM-COPIAS.
           IF NUM-SIN-TITULAR > 0
               DISPLAY "BANK36 - Sin titular localizable: "
                   NUM-SIN-TITULAR.
           IF NOT-EV-PIN-CADUCA
               MOVE "Su clave de acceso caduca pronto"
                   TO EVENTO-TEXTO.
           IF NOT-EV-FRAUDE
               MOVE "Actividad inusual en su tarjeta"
                   TO EVENTO-TEXTO.
           IF NOT-EV-TRF-DEVUELTA
               MOVE "Transferencia emitida devuelta"
                   TO EVENTO-TEXTO.
           IF NOT-EV-INACTIVA
               MOVE "Tarjeta inactiva por falta de uso"
                   TO EVENTO-TEXTO.
           IF NOT-EV-PRESTAMO-IMPAGO
               MOVE "Cuota de prestamo impagada" TO EVENTO-TEXTO.
           IF NOT-EV-IDENTIFICACION
               MOVE "Actualice sus datos de identidad"
                   TO EVENTO-TEXTO.

           PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-FIN.
           PERFORM CARTAS-COTITULARES THRU CARTAS-COTITULARES-FIN.

           SET NOT-YA-IMPRESA TO TRUE.
           REWRITE NOTIFICACION-REG INVALID KEY
               MOVE 3 TO DEBUG
               MOVE "IMPRIMIR-CARTA" TO LOG-PARRAFO
               MOVE "NOTIFICACION"   TO LOG-FICHERO
               MOVE FSN              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO IMPRIMIR-CARTA-FIN.

           ADD 1 TO NUM-IMPRESAS.

       IMPRIMIR-CARTA-FIN.
           CONTINUE.

      *    La carta en si, dirigida a quien este cargado en el
      *    registro de clientes.
       ESCRIBIR-CARTA.
           MOVE SPACES TO CARTA-LINEA.
           STRING "UnizarBank - Comunicacion del " NOT-FECHA
               DELIMITED BY SIZE INTO CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.

       ESCRIBIR-CARTA-FIN.
           CONTINUE.

      *    Una copia para cada titular y cotitular de la tarjeta
      *    distinto del principal. El que no este en el maestro de
      *    clientes se salta: el principal ya tiene su carta.
       CARTAS-COTITULARES.
           IF NOT-EV-IDENTIFICACION
               GO TO CARTAS-COTITULARES-FIN.

           OPEN INPUT TITULARES.
           IF FSH <> 00
               GO TO CARTAS-COTITULARES-FIN.

           MOVE NOT-TARJETA TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO CARTAS-COTITULARES-CLOSE.

       CARTAS-COTITULARES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO CARTAS-COTITULARES-CLOSE.

           IF TIT-TARJETA <> NOT-TARJETA
               GO TO CARTAS-COTITULARES-CLOSE.

           IF NOT TIT-PROPIETARIO OR TIT-DNI = DNI-TITULAR
               GO TO CARTAS-COTITULARES-READ.

           OPEN INPUT CLIENTES.
           IF FSL <> 00
               GO TO CARTAS-COTITULARES-READ.

           MOVE TIT-DNI TO CLI-DNI.
           READ CLIENTES
               INVALID KEY
                   CLOSE CLIENTES
                   GO TO CARTAS-COTITULARES-READ
           END-READ.
           CLOSE CLIENTES.

           PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-FIN.
           ADD 1 TO NUM-COPIAS.

           GO TO CARTAS-COTITULARES-READ.

       CARTAS-COTITULARES-CLOSE.
           CLOSE TITULARES.

       CARTAS-COTITULARES-FIN.
           CONTINUE.

       BUSCAR-TITULAR.
