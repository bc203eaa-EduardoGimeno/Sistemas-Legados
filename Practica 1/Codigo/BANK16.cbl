      *    listan como informe de rechazos para devolverlas a la
      *    camara. El fichero de entrada se consume entero; la camara
      *    entrega uno nuevo cada noche.
      *    Si la tarjeta destino fue repuesta (BANK40), el abono se
      *    aplica a la tarjeta que la sustituye siguiendo el enlace
      *    de reposiciones.ubd.
      *    Antes de abonar nada se valida el fichero entero: debe
      *    abrir con su cabecera (emisor, numero de secuencia, fecha
      *    de creacion) y cerrar con el registro de totales, cuyo
      *    numero de registros y suma de importes tienen que cuadrar
      *    con el detalle leido. Un fichero truncado, descuadrado o
      *    cuya secuencia ya consta en intercambios.ubd (reenvio de
      *    la camara) se rechaza entero y se deja como esta para que
      *    lo revise operaciones. Los ficheros liquidados se anotan
      *    en intercambios.ubd.

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
       77 FST                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSR                        PIC  X(2).
       77 FSC                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TARJETA-VALIDA             PIC  9(1).
           88 DESTINO-VALIDO           VALUE 1.
       77 DESTINO-CERRADO            PIC  9(1).
       77 TARJETA-ABONO              PIC  9(16).
       77 NUM-SALTOS                 PIC  9(1).
       77 ENLACE-FALLIDO             PIC  9(1).
           88 SIN-ENLACE               VALUE 1.

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).

       77 CENT-IMPORTE               PIC  9(9).
       77 NUM-ABONADAS               PIC  9(5) VALUE 0.

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
       77 NUM-RECHAZADAS             PIC  9(5) VALUE 0.

       77 DEBUG                      PIC  9(1).
               MOVE FSE         TO LOG-STATUS
               PERFORM ERROR-FICHERO
               STOP RUN.
           CLOSE F-ENTRADA.

           PERFORM VALIDAR-FICHERO THRU VALIDAR-FICHERO-FIN.
           IF FICHERO-VACIO
               DISPLAY "BANK16 - No hay fichero de entrada"
               STOP RUN.
           IF FICHERO-RECHAZADO
               DISPLAY "BANK16 - Fichero rechazado: " MOTIVO-RECHAZO
               DISPLAY "BANK16 - Emisor " CAB-EMISOR
                   " secuencia " CAB-SECUENCIA
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "TRFENTRADA"      TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS
               STOP RUN.

           OPEN INPUT F-ENTRADA.
           IF FSE <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"    TO LOG-PARRAFO
               MOVE "TRFENTRADA" TO LOG-FICHERO
               MOVE FSE         TO LOG-STATUS
               PERFORM ERROR-FICHERO
               STOP RUN.

       LEER-ENTRADA.
           READ F-ENTRADA AT END
               GO TO FIN-IMPORTACION.

           IF TIN-CTL-CABECERA OR TIN-CTL-TOTALES
               GO TO LEER-ENTRADA.

           PERFORM PROCESAR-RECIBIDA THRU PROCESAR-RECIBIDA-FIN.

           GO TO LEER-ENTRADA.
       FIN-IMPORTACION.
           CLOSE F-ENTRADA.

           PERFORM REGISTRAR-FICHERO THRU REGISTRAR-FICHERO-FIN.

      *    El fichero de entrada se deja vacio una vez liquidado para
      *    que una segunda pasada no vuelva a abonar lo mismo; la
      *    camara entrega un fichero nuevo cada noche.
               + TIN-IMPORTE-DEC.

           MOVE "N" TO BP2-MODO.
           MOVE TARJETA-ABONO TO BP2-TNUM.
           MOVE CENT-IMPORTE TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE BP2-MOV-NUM     TO MOV-NUM.
           MOVE TARJETA-ABONO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE 0 TO TARJETA-VALIDA.
           MOVE 0 TO DESTINO-CERRADO.

      *    Sin poder leer las reposiciones no se sabe si el destino
      *    fue sustituido: como con tarjetas.ubd ilegible, no se abona.
           MOVE TIN-DESTINO TO TARJETA-ABONO.
           PERFORM SEGUIR-REPOSICION THRU SEGUIR-REPOSICION-FIN.
           IF SIN-ENLACE
               GO TO VALIDAR-DESTINO-FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE 4 TO DEBUG
               PERFORM ERROR-FICHERO
               GO TO VALIDAR-DESTINO-FIN.

           MOVE TARJETA-ABONO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO VALIDAR-DESTINO-FIN.
       VALIDAR-DESTINO-FIN.
           CONTINUE.

      *    Sigue la cadena de reposiciones desde la tarjeta destino
      *    hasta la ultima que la sustituye (una tarjeta repuesta
      *    puede volver a reponerse). El tope de saltos protege de
      *    un enlace circular mal grabado.
       SEGUIR-REPOSICION.
           MOVE 0 TO NUM-SALTOS.
           MOVE 0 TO ENLACE-FALLIDO.

           OPEN INPUT REPOSICIONES.
           IF FSR = 35
               GO TO SEGUIR-REPOSICION-FIN.
           IF FSR <> 00
               MOVE 6 TO DEBUG
               MOVE "SEGUIR-REPOSICION" TO LOG-PARRAFO
               MOVE "REPOSICIONES"      TO LOG-FICHERO
               MOVE FSR                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO ENLACE-FALLIDO
               GO TO SEGUIR-REPOSICION-FIN.

       SEGUIR-REPOSICION-READ.
           MOVE TARJETA-ABONO TO REP-TARJETA-ANT.
           READ REPOSICIONES INVALID KEY
               CLOSE REPOSICIONES
               GO TO SEGUIR-REPOSICION-FIN.

           MOVE REP-TARJETA-NUEVA TO TARJETA-ABONO.
           ADD 1 TO NUM-SALTOS.
           IF NUM-SALTOS < 9
               GO TO SEGUIR-REPOSICION-READ.

           CLOSE REPOSICIONES.

       SEGUIR-REPOSICION-FIN.
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
               MOVE 7 TO DEBUG
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "TRFENTRADA"      TO LOG-FICHERO
               MOVE FSE               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               STOP RUN.

       VALIDAR-FICHERO-READ.
           READ F-ENTRADA AT END
               GO TO VALIDAR-FICHERO-CIERRE.

           ADD 1 TO NUM-LINEAS.

           IF TOTALES-LEIDOS
               MOVE "Registros tras los totales" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-ERROR.

           IF TIN-CTL-CABECERA
               IF NUM-LINEAS > 1
                   MOVE "Cabecera repetida" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-FICHERO-ERROR
               ELSE
                   MOVE TIN-CTL-EMISOR TO CAB-EMISOR
                   MOVE TIN-CTL-SECUENCIA TO CAB-SECUENCIA
                   MOVE TIN-CTL-FECHA-CREACION TO CAB-FECHA-CREACION
                   GO TO VALIDAR-FICHERO-READ.

           IF NUM-LINEAS = 1
               MOVE "Falta la cabecera" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-ERROR.

           IF TIN-CTL-TOTALES
               MOVE 1 TO HAY-TOTALES
               MOVE TIN-CTL-EMISOR TO TOT-EMISOR
               MOVE TIN-CTL-SECUENCIA TO TOT-SECUENCIA
               MOVE TIN-CTL-NUM-REGISTROS TO TOT-NUM-REGISTROS
               MOVE TIN-CTL-TOTAL-CENT TO TOT-TOTAL-CENT
               GO TO VALIDAR-FICHERO-READ.

           ADD 1 TO NUM-DETALLES.
           COMPUTE SUMA-CENT = SUMA-CENT + (TIN-IMPORTE-ENT * 100)
               + TIN-IMPORTE-DEC.

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
               MOVE 8 TO DEBUG
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"    TO LOG-FICHERO
               MOVE FSC               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               STOP RUN.

           SET ICB-TRF-ENTRADA TO TRUE.
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
               MOVE 8 TO DEBUG
               MOVE "REGISTRAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"      TO LOG-FICHERO
               MOVE FSC                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO REGISTRAR-FICHERO-FIN.

           SET ICB-TRF-ENTRADA TO TRUE.
           MOVE CAB-EMISOR TO ICB-EMISOR.
           MOVE CAB-SECUENCIA TO ICB-SECUENCIA.
           MOVE CAB-FECHA-CREACION TO ICB-FECHA-CREACION.
           COMPUTE ICB-FECHA-PROCESO = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE NUM-DETALLES TO ICB-NUM-REGISTROS.
           MOVE SUMA-CENT TO ICB-TOTAL-CENT.
           WRITE INTERCAMBIO-REG INVALID KEY
               MOVE 8 TO DEBUG
               MOVE "REGISTRAR-FICHERO" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"      TO LOG-FICHERO
               MOVE FSC                 TO LOG-STATUS
               PERFORM ERROR-FICHERO.

           CLOSE INTERCAMBIOS.

       REGISTRAR-FICHERO-FIN.
           CONTINUE.

       RECHAZAR-RECIBIDA.
           ADD 1 TO NUM-RECHAZADAS.

      *    titular sigue siendo cliente y se le avisa por carta
      *    (BANKNOT); una tarjeta inexistente no tiene a quien.
           IF DESTINO-CERRADO = 1
               MOVE TARJETA-ABONO TO NT-TARJETA
               MOVE "TR" TO NT-EVENTO
               MOVE "Transferencia recibida rechazada" TO NT-DETALLE
               CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO,
