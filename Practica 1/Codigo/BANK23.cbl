      *    caida a mitad de noche reanude por el primero sin liquidar
      *    sin volver a cargar los anteriores. El fichero de entrada
      *    se consume entero; la camara entrega uno nuevo cada noche.
      *    Si la tarjeta domiciliada fue repuesta (BANK40), el recibo
      *    se carga a la tarjeta que la sustituye siguiendo el enlace
      *    de reposiciones.ubd.
      *    Antes de cargar nada se valida el fichero entero, igual
      *    que en BANK16: cabecera al principio, registro de totales
      *    al final cuadrando numero de recibos y suma de importes, y
      *    una secuencia que no conste ya en intercambios.ubd. Un
      *    fichero rechazado se deja como esta y la fecha no se da
      *    por liquidada, de modo que BANK18 la reintenta cuando
      *    operaciones haya obtenido de la camara el fichero bueno.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT REPOSICIONES ASSIGN TO "reposiciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REP-TARJETA-ANT
           FILE STATUS IS FSR.

           SELECT INTERCAMBIOS ASSIGN TO "intercambios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICB-CLAVE
           FILE STATUS IS FSC.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA.
       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD REPOSICIONES.
           COPY REPOREG.

       FD INTERCAMBIOS.
           COPY INTERREG.

       WORKING-STORAGE SECTION.
       77 FSE                        PIC  X(2).
       77 FSX                        PIC  X(2).
       77 FSK                        PIC  X(2).
       77 FST                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSR                        PIC  X(2).
       77 FSC                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 MOTIVO-DEVOLUCION          PIC  X(2).
       77 RECIBO-ATENDIBLE           PIC  9(1).
           88 CARGO-VIABLE             VALUE 1.
       77 TARJETA-CARGO              PIC  9(16).
       77 NUM-SALTOS                 PIC  9(1).

       77 CENT-IMPORTE               PIC  9(9).
       77 CENT-SALDO-DOM             PIC S9(11).
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

      *    Control del fichero de entrada: valores de la cabecera y
      *    de los totales frente a lo contado en el detalle.
       77 ESTADO-FICHERO             PIC  9(1).
           88 FICHERO-VACIO            VALUE 0.
           88 FICHERO-VALIDO           VALUE 1.
           88 FICHERO-RECHAZADO        VALUE 2.
       77 MOTIVO-RECHAZO             PIC  X(35).
       77 NUM-LINEAS                 PIC  9(9).
       77 NUM-DETALLES               PIC  9(9).
       77 SUMA-CENT                  PIC  9(15).
       77 HAY-TOTALES                PIC  9(1).
           88 TOTALES-LEIDOS           VALUE 1.
       77 CAB-EMISOR                 PIC  X(8).
       77 CAB-SECUENCIA              PIC  9(6).
       77 CAB-FECHA-CREACION         PIC  9(8).
       77 TOT-EMISOR                 PIC  X(8).
       77 TOT-SECUENCIA              PIC  9(6).
       77 TOT-NUM-REGISTROS          PIC  9(9).
       77 TOT-TOTAL-CENT             PIC  9(15).

       77 DEBUG                      PIC  9(2).

       77 BP2-MODO                   PIC  X(1).
               GOBACK.
           CLOSE F-ENTRADA.

           PERFORM VALIDAR-FICHERO THRU VALIDAR-FICHERO-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK23 - " BT-FECHA " - Error, no finalizado"
               GOBACK.
           IF FICHERO-VACIO
               DISPLAY "BANK23 - No hay fichero de entrada"
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               GOBACK.
           IF FICHERO-RECHAZADO
               DISPLAY "BANK23 - Fichero rechazado: " MOTIVO-RECHAZO
               DISPLAY "BANK23 - Emisor " CAB-EMISOR
                   " secuencia " CAB-SECUENCIA
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "DOMENTRADA"      TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS
               DISPLAY "BANK23 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

      *    Si quedo un checkpoint a medias de esta misma fecha se
      *    reanuda por el primer recibo sin liquidar; si no, se
      *    cuentan los recibos del fichero y se parte de cero.
               DISPLAY "BANK23 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM REGISTRAR-FICHERO THRU REGISTRAR-FICHERO-FIN.

      *    El fichero de entrada se deja vacio una vez liquidado para
      *    que una segunda pasada no vuelva a cargar lo mismo; la
      *    camara entrega un fichero nuevo cada noche.
               CLOSE F-ENTRADA
               GO TO CONTAR-RECIBOS-FIN.

           IF DOM-CTL-CABECERA OR DOM-CTL-TOTALES
               GO TO CONTAR-RECIBOS-READ.

           ADD 1 TO NUM-RECIBOS.
           GO TO CONTAR-RECIBOS-READ.

               CLOSE F-ENTRADA
               GO TO PROCESAR-ENTRADA-FIN.

           IF DOM-CTL-CABECERA OR DOM-CTL-TOTALES
               GO TO PROCESAR-ENTRADA-READ.

           ADD 1 TO NUM-LEIDAS.
           IF NUM-LEIDAS NOT > NUM-PROCESADAS
               GO TO PROCESAR-ENTRADA-READ.
       PROCESAR-ENTRADA-FIN.
           CONTINUE.

      *    Lee el fichero de entrada completo sin tocar nada y lo da
      *    por valido solo si la cabecera abre, los totales cierran y
      *    cuadran con el detalle, y la secuencia no consta ya como
      *    liquidada. Un fichero sin ningun registro es la situacion
      *    normal entre dos entregas de la camara.
       VALIDAR-FICHERO.
           SET FICHERO-VACIO TO TRUE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE 0 TO NUM-LINEAS.
           MOVE 0 TO NUM-DETALLES.
           MOVE 0 TO SUMA-CENT.
           MOVE 0 TO HAY-TOTALES.
           MOVE SPACES TO CAB-EMISOR.
           MOVE 0 TO CAB-SECUENCIA.
           MOVE 0 TO CAB-FECHA-CREACION.

           OPEN INPUT F-ENTRADA.
           IF FSE <> 00
               MOVE 11 TO DEBUG
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "DOMENTRADA"      TO LOG-FICHERO
               MOVE FSE               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO VALIDAR-FICHERO-FIN.

       VALIDAR-FICHERO-READ.
           READ F-ENTRADA AT END
               GO TO VALIDAR-FICHERO-CIERRE.

           ADD 1 TO NUM-LINEAS.

           IF TOTALES-LEIDOS
               MOVE "Registros tras los totales" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-ERROR.

           IF DOM-CTL-CABECERA
               IF NUM-LINEAS > 1
                   MOVE "Cabecera repetida" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-FICHERO-ERROR
               ELSE
                   MOVE DOM-CTL-EMISOR TO CAB-EMISOR
                   MOVE DOM-CTL-SECUENCIA TO CAB-SECUENCIA
                   MOVE DOM-CTL-FECHA-CREACION TO CAB-FECHA-CREACION
                   GO TO VALIDAR-FICHERO-READ.

           IF NUM-LINEAS = 1
               MOVE "Falta la cabecera" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-ERROR.

           IF DOM-CTL-TOTALES
               MOVE 1 TO HAY-TOTALES
               MOVE DOM-CTL-EMISOR TO TOT-EMISOR
               MOVE DOM-CTL-SECUENCIA TO TOT-SECUENCIA
               MOVE DOM-CTL-NUM-REGISTROS TO TOT-NUM-REGISTROS
               MOVE DOM-CTL-TOTAL-CENT TO TOT-TOTAL-CENT
               GO TO VALIDAR-FICHERO-READ.

           ADD 1 TO NUM-DETALLES.
           COMPUTE SUMA-CENT = SUMA-CENT + (DOM-IMPORTE-ENT * 100)
               + DOM-IMPORTE-DEC.

           GO TO VALIDAR-FICHERO-READ.

       VALIDAR-FICHERO-CIERRE.
           CLOSE F-ENTRADA.

           IF NUM-LINEAS = 0
               GO TO VALIDAR-FICHERO-FIN.

           SET FICHERO-RECHAZADO TO TRUE.
           IF NOT TOTALES-LEIDOS
               MOVE "Falta el registro de totales" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-FIN.
           IF TOT-EMISOR <> CAB-EMISOR
               OR TOT-SECUENCIA <> CAB-SECUENCIA
                   MOVE "Totales de otro fichero" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-FICHERO-FIN.
           IF TOT-NUM-REGISTROS <> NUM-DETALLES
               MOVE "No cuadra el numero de registros"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-FIN.
           IF TOT-TOTAL-CENT <> SUMA-CENT
               MOVE "No cuadra la suma de importes" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-FIN.

           OPEN INPUT INTERCAMBIOS.
           IF FSC = 35
               SET FICHERO-VALIDO TO TRUE
               GO TO VALIDAR-FICHERO-FIN.
           IF FSC <> 00
               MOVE 12 TO DEBUG
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"    TO LOG-FICHERO
               MOVE FSC               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO VALIDAR-FICHERO-FIN.

           SET ICB-DOM-ENTRADA TO TRUE.
           MOVE CAB-EMISOR TO ICB-EMISOR.
           MOVE CAB-SECUENCIA TO ICB-SECUENCIA.
           READ INTERCAMBIOS
               INVALID KEY
                   SET FICHERO-VALIDO TO TRUE
               NOT INVALID KEY
                   MOVE "Secuencia ya liquidada" TO MOTIVO-RECHAZO
           END-READ.
           CLOSE INTERCAMBIOS.
           GO TO VALIDAR-FICHERO-FIN.

       VALIDAR-FICHERO-ERROR.
           CLOSE F-ENTRADA.
           SET FICHERO-RECHAZADO TO TRUE.

       VALIDAR-FICHERO-FIN.
           CONTINUE.

      *    Deja constancia del fichero liquidado: su secuencia ya no
      *    se admitira de nuevo.
       REGISTRAR-FICHERO.
           OPEN I-O INTERCAMBIOS.
           IF FSC = 35
               OPEN OUTPUT INTERCAMBIOS
               CLOSE INTERCAMBIOS
               GO TO REGISTRAR-FICHERO.
           IF FSC <> 00
               MOVE 12 TO DEBUG
               MOVE "REGISTRAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"      TO LOG-FICHERO
               MOVE FSC                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO REGISTRAR-FICHERO-FIN.

           SET ICB-DOM-ENTRADA TO TRUE.
           MOVE CAB-EMISOR TO ICB-EMISOR.
           MOVE CAB-SECUENCIA TO ICB-SECUENCIA.
           MOVE CAB-FECHA-CREACION TO ICB-FECHA-CREACION.
           MOVE BT-FECHA TO ICB-FECHA-PROCESO.
           MOVE NUM-DETALLES TO ICB-NUM-REGISTROS.
           MOVE SUMA-CENT TO ICB-TOTAL-CENT.
           WRITE INTERCAMBIO-REG INVALID KEY
               MOVE 12 TO DEBUG
               MOVE "REGISTRAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"      TO LOG-FICHERO
               MOVE FSC                 TO LOG-STATUS
               PERFORM ERROR-FICHERO.

           CLOSE INTERCAMBIOS.

       REGISTRAR-FICHERO-FIN.
           CONTINUE.

       LEER-CHECKPOINT.
           MOVE 0 TO REANUDACION.

               GO TO PROCESAR-RECIBO-FIN.

           MOVE "N" TO BP2-MODO.
           MOVE TARJETA-CARGO TO BP2-TNUM.
           COMPUTE BP2-DELTA-CENT = 0 - CENT-IMPORTE.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE BP2-MOV-NUM     TO MOV-NUM.
           MOVE TARJETA-CARGO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           COMPUTE CENT-IMPORTE = (DOM-IMPORTE-ENT * 100)
               + DOM-IMPORTE-DEC.

           MOVE DOM-TARJETA TO TARJETA-CARGO.
           PERFORM SEGUIR-REPOSICION THRU SEGUIR-REPOSICION-FIN.
           IF HUBO-FALLO
               GO TO VALIDAR-DOMICILIADA-FIN.

           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               MOVE 1 TO PROCESO-FALLIDO
               GO TO VALIDAR-DOMICILIADA-FIN.

           MOVE TARJETA-CARGO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE "01" TO MOTIVO-DEVOLUCION
           CLOSE TARJETAS.

           MOVE "D" TO BP2-MODO.
           MOVE TARJETA-CARGO TO BP2-TNUM.
           MOVE 0 TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
       VALIDAR-DOMICILIADA-FIN.
           CONTINUE.

      *    Sigue la cadena de reposiciones desde la tarjeta
      *    domiciliada hasta la ultima que la sustituye (una tarjeta
      *    repuesta puede volver a reponerse). El tope de saltos
      *    protege de un enlace circular mal grabado.
       SEGUIR-REPOSICION.
           MOVE 0 TO NUM-SALTOS.

           OPEN INPUT REPOSICIONES.
           IF FSR = 35
               GO TO SEGUIR-REPOSICION-FIN.
           IF FSR <> 00
               MOVE 10 TO DEBUG
               MOVE "SEGUIR-REPOSICION" TO LOG-PARRAFO
               MOVE "REPOSICIONES"      TO LOG-FICHERO
               MOVE FSR                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO SEGUIR-REPOSICION-FIN.

       SEGUIR-REPOSICION-READ.
           MOVE TARJETA-CARGO TO REP-TARJETA-ANT.
           READ REPOSICIONES INVALID KEY
               CLOSE REPOSICIONES
               GO TO SEGUIR-REPOSICION-FIN.

           MOVE REP-TARJETA-NUEVA TO TARJETA-CARGO.
           ADD 1 TO NUM-SALTOS.
           IF NUM-SALTOS < 9
               GO TO SEGUIR-REPOSICION-READ.

           CLOSE REPOSICIONES.

       SEGUIR-REPOSICION-FIN.
           CONTINUE.

       DEVOLVER-RECIBO.
           ADD 1 TO NUM-DEVUELTOS.

