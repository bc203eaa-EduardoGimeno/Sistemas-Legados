       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK42.

      *    Batch nocturno: importa el fichero de transferencias
      *    devueltas de la camara de compensacion (trfdevueltas.txt,
      *    formato TRFDEVREG): transferencias que BANK6 envio a otra
      *    entidad por trfsalida.txt y que el banco destino no ha
      *    aceptado. Cada devolucion trae la referencia original, la
      *    cuenta destino, el importe y el motivo normalizado:
      *       01  cuenta inexistente
      *       02  cuenta cancelada
      *       03  el titular no coincide
      *       04  rechazada por el beneficiario
      *    Se localiza el cargo original ("Transferencia a otra
      *    entidad", misma referencia, destino e importe, sin
      *    devolver ni retroceder) en movimientos.ubd o, si ya se
      *    archivo, en movarchivo.ubd, y se reabona a la tarjeta
      *    ordenante por BANKPOST con un movimiento "Devolucion de
      *    transferencia". Original y devolucion quedan cruzados por
      *    MOV-NUM-PAR y MOV-NUM-REVERSO: el cargo ya no puede
      *    devolverse ni retrocederse otra vez. Si DEVCOMEXT en
      *    parametros.ubd vale 1 se devuelve tambien la comision
      *    COMTRFEXT vigente en la fecha del cargo (sin fila en
      *    vigor, no se devuelve). Al cliente se le avisa por BANKNOT
      *    con el motivo. Si la tarjeta ordenante fue repuesta
      *    (BANK40) el abono va a la que la sustituye.
      *    Las devoluciones que no casan con ningun cargo, o cuya
      *    tarjeta ordenante esta dada de baja, se apartan en
      *    trfdevexcep.txt para que operaciones las resuelva a mano.
      *    Mismo control de fichero que BANK16 y BANK23 (cabecera,
      *    totales, secuencia en intercambios.ubd) y mismo checkpoint
      *    que BANK23. La fecha de negocio la administra BANKCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN TO "trfdevueltas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-EXCEPCIONES ASSIGN TO "trfdevexcep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT F-CHECKPOINT ASSIGN TO "bank42.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSK.

           SELECT TARJETAS ASSIGN TO "tarjetas.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT F-ARCHIVO ASSIGN TO "movarchivo.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-NUM
           FILE STATUS IS FSA.

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
           COPY TRFDEVREG.

       FD F-EXCEPCIONES.
       01 EXCEPCION-REG.
           02 EXC-FECHA              PIC  9(8).
           02 FILLER                 PIC  X VALUE SPACE.
           02 EXC-DATOS              PIC  X(55).
           02 FILLER                 PIC  X VALUE SPACE.
           02 EXC-TEXTO              PIC  X(35).

       FD F-CHECKPOINT.
           COPY CKPREG.

       FD TARJETAS.
           COPY TARJREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD F-ARCHIVO.
           COPY ARCHREG.

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
       77 FSA                        PIC  X(2).
       77 FSR                        PIC  X(2).
       77 FSC                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO                PIC  9(4).
               10 MES                PIC  9(2).
               10 DIA                PIC  9(2).
           05 HORA.
               10 HORAS              PIC  9(2).
               10 MINUTOS            PIC  9(2).
               10 SEGUNDOS           PIC  9(2).
               10 MILISEGUNDOS       PIC  9(2).
           05 DIF-GMT                PIC S9(4).

       77 MSJ-EXT                    PIC  X(35)
           VALUE "Transferencia a otra entidad".
       77 MSJ-DEVOLUCION             PIC  X(35)
           VALUE "Devolucion de transferencia".
       77 MSJ-DEV-COMISION           PIC  X(35)
           VALUE "Devolucion comision transferencia".

       77 DEVOLVER-COMISION          PIC  9(1) VALUE 0.
           88 SE-DEVUELVE-COMISION     VALUE 1.

      *    Cargo original localizado para la devolucion en curso.
       77 ORIGINAL-NUM               PIC  9(35).
       77 ORIGINAL-TARJETA           PIC  9(16).
       77 ORIGINAL-FECHA             PIC  9(8).
       77 ORIGINAL-EN-ARCHIVO        PIC  9(1).
           88 ORIGINAL-ARCHIVADO       VALUE 1.
       77 YA-DEVUELTA                PIC  9(1).
       77 IMPORTE-MOV-ENT            PIC S9(7).
       77 DEVOLUCION-NUM             PIC  9(35).
       77 TARJETA-ABONO              PIC  9(16).
       77 NUM-SALTOS                 PIC  9(1).
       77 TEXTO-EXCEPCION            PIC  X(35).
       77 MOTIVO-TEXTO               PIC  X(35).

       77 CENT-IMPORTE               PIC  9(9).
       77 CENT-COMISION              PIC  9(9).

       77 NUM-DEVOLUCIONES           PIC  9(9) VALUE 0.
       77 NUM-PROCESADAS             PIC  9(9) VALUE 0.
       77 NUM-LEIDAS                 PIC  9(9) VALUE 0.
       77 NUM-RESTANTES              PIC  9(9) VALUE 0.
       77 NUM-ABONADAS               PIC  9(9) VALUE 0.
       77 NUM-EXCEPCIONES            PIC  9(9) VALUE 0.
       77 REANUDACION                PIC  9(1) VALUE 0.
           88 HAY-REANUDACION          VALUE 1.
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

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).
       77 NT-DETALLE                 PIC  X(35).

       77 BP2-MODO                   PIC  X(1).
       77 BP2-TNUM                   PIC  9(16).
       77 BP2-DELTA-CENT             PIC S9(11).
       77 BP2-MOV-NUM                PIC  9(35).
       77 BP2-SALDO-ENT              PIC S9(9).
       77 BP2-SALDO-DEC              PIC S9(2).
       77 BP2-RESULTADO              PIC  9(1).

       01 FECHA-PROCESO.
           05 FPR-ANO                PIC  9(4).
           05 FPR-MES                PIC  9(2).
           05 FPR-DIA                PIC  9(2).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK42".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 PA-MODO                    PIC  X(1).
       77 PA-CLAVE                   PIC  X(12).
       77 PA-FECHA                   PIC  9(8).
       77 PA-VALOR-ENT               PIC S9(9).
       77 PA-VALOR-DEC               PIC  9(4).
       77 PA-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK42".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK42 - Importacion de transferencias devueltas".

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no. El
      *    resto del programa trabaja contra ANO/MES/DIA, que aqui se
      *    pisan con la fecha de negocio; la HORA sigue siendo la del
      *    reloj.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK42 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK42 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE BT-FECHA TO FECHA-PROCESO.
           MOVE FPR-ANO TO ANO.
           MOVE FPR-MES TO MES.
           MOVE FPR-DIA TO DIA.
           MOVE 0 TO NUM-ABONADAS.
           MOVE 0 TO NUM-EXCEPCIONES.
           MOVE 0 TO PROCESO-FALLIDO.

      *    Devolucion de la comision: solo si DEVCOMEXT vale 1 en la
      *    fecha de negocio.
           MOVE "L" TO PA-MODO.
           MOVE "DEVCOMEXT" TO PA-CLAVE.
           MOVE BT-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT = 1
               MOVE 1 TO DEVOLVER-COMISION.

           OPEN INPUT F-ENTRADA.
           IF FSE = 35
               DISPLAY "BANK42 - No hay fichero de entrada"
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               GOBACK.
           IF FSE <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"      TO LOG-PARRAFO
               MOVE "TRFDEVUELTA" TO LOG-FICHERO
               MOVE FSE           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GOBACK.
           CLOSE F-ENTRADA.

           PERFORM VALIDAR-FICHERO THRU VALIDAR-FICHERO-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK42 - " BT-FECHA " - Error, no finalizado"
               GOBACK.
           IF FICHERO-VACIO
               DISPLAY "BANK42 - No hay fichero de entrada"
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               GOBACK.
           IF FICHERO-RECHAZADO
               DISPLAY "BANK42 - Fichero rechazado: " MOTIVO-RECHAZO
               DISPLAY "BANK42 - Emisor " CAB-EMISOR
                   " secuencia " CAB-SECUENCIA
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "TRFDEVUELTA"     TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS
               DISPLAY "BANK42 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

      *    Si quedo un checkpoint a medias de esta misma fecha se
      *    reanuda por la primera devolucion sin tratar; si no, se
      *    parte de cero con el numero de devoluciones que dio la
      *    validacion.
           PERFORM LEER-CHECKPOINT THRU LEER-CHECKPOINT-FIN.

           IF HAY-REANUDACION
               COMPUTE NUM-RESTANTES =
                   NUM-DEVOLUCIONES - NUM-PROCESADAS
               DISPLAY "BANK42 - Reanudacion: tratadas "
                   NUM-PROCESADAS ", restantes " NUM-RESTANTES
           ELSE
               MOVE NUM-DETALLES TO NUM-DEVOLUCIONES
               MOVE 0 TO NUM-PROCESADAS
               PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.

           PERFORM PROCESAR-ENTRADA THRU PROCESAR-ENTRADA-FIN.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y se reintenta en la
      *    proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK42 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM REGISTRAR-FICHERO THRU REGISTRAR-FICHERO-FIN.

      *    El fichero de entrada se deja vacio una vez liquidado para
      *    que una segunda pasada no vuelva a abonar lo mismo; la
      *    camara entrega un fichero nuevo cada noche.
           OPEN OUTPUT F-ENTRADA.
           CLOSE F-ENTRADA.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK42 - " BT-FECHA " - OK - Reabonadas: "
               NUM-ABONADAS ", excepciones: " NUM-EXCEPCIONES.

           GOBACK.

      *    Recorre el fichero de entrada saltando los registros de
      *    control y las devoluciones que el checkpoint da por
      *    tratadas; tras cada una se regraba el checkpoint.
       PROCESAR-ENTRADA.
           MOVE 0 TO NUM-LEIDAS.

           OPEN INPUT F-ENTRADA.
           IF FSE <> 00
               MOVE 3 TO DEBUG
               MOVE "PROCESAR-ENTRADA" TO LOG-PARRAFO
               MOVE "TRFDEVUELTA"      TO LOG-FICHERO
               MOVE FSE                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO PROCESAR-ENTRADA-FIN.

       PROCESAR-ENTRADA-READ.
           READ F-ENTRADA AT END
               CLOSE F-ENTRADA
               GO TO PROCESAR-ENTRADA-FIN.

           IF TDV-CTL-CABECERA OR TDV-CTL-TOTALES
               GO TO PROCESAR-ENTRADA-READ.

           ADD 1 TO NUM-LEIDAS.
           IF NUM-LEIDAS NOT > NUM-PROCESADAS
               GO TO PROCESAR-ENTRADA-READ.

           PERFORM PROCESAR-DEVOLUCION THRU PROCESAR-DEVOLUCION-FIN.

      *    Una devolucion que no pudo tratarse no se da por
      *    procesada: la pasada se corta sin avanzar el checkpoint y
      *    la reanudacion la reintenta.
           IF HUBO-FALLO
               CLOSE F-ENTRADA
               GO TO PROCESAR-ENTRADA-FIN.

           ADD 1 TO NUM-PROCESADAS.
           PERFORM GRABAR-CHECKPOINT THRU GRABAR-CHECKPOINT-FIN.

           GO TO PROCESAR-ENTRADA-READ.

       PROCESAR-ENTRADA-FIN.
           CONTINUE.

       PROCESAR-DEVOLUCION.
           COMPUTE CENT-IMPORTE = (TDV-IMPORTE-ENT * 100)
               + TDV-IMPORTE-DEC.

           PERFORM BUSCAR-ORIGINAL THRU BUSCAR-ORIGINAL-FIN.
           IF HUBO-FALLO
               GO TO PROCESAR-DEVOLUCION-FIN.
           IF ORIGINAL-NUM = 0 AND YA-DEVUELTA = 1
               MOVE "Cargo ya devuelto o retrocedido"
                   TO TEXTO-EXCEPCION
               PERFORM APARTAR-EXCEPCION THRU APARTAR-EXCEPCION-FIN
               GO TO PROCESAR-DEVOLUCION-FIN.
           IF ORIGINAL-NUM = 0
               MOVE "Cargo original no localizado" TO TEXTO-EXCEPCION
               PERFORM APARTAR-EXCEPCION THRU APARTAR-EXCEPCION-FIN
               GO TO PROCESAR-DEVOLUCION-FIN.

           MOVE ORIGINAL-TARJETA TO TARJETA-ABONO.
           PERFORM SEGUIR-REPOSICION THRU SEGUIR-REPOSICION-FIN.
           IF HUBO-FALLO
               GO TO PROCESAR-DEVOLUCION-FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE 4 TO DEBUG
               MOVE "PROCESAR-DEVOLUCION" TO LOG-PARRAFO
               MOVE "TARJETAS"            TO LOG-FICHERO
               MOVE FST                   TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO PROCESAR-DEVOLUCION-FIN.

           MOVE TARJETA-ABONO TO TNUM-E.
           READ TARJETAS INVALID KEY
               MOVE "C" TO TEST-E.
           CLOSE TARJETAS.

           IF TARJ-CERRADA
               MOVE "Tarjeta ordenante dada de baja" TO TEXTO-EXCEPCION
               PERFORM APARTAR-EXCEPCION THRU APARTAR-EXCEPCION-FIN
               GO TO PROCESAR-DEVOLUCION-FIN.

           PERFORM REABONAR-TRANSFERENCIA
               THRU REABONAR-TRANSFERENCIA-FIN.
           IF HUBO-FALLO
               GO TO PROCESAR-DEVOLUCION-FIN.

           IF SE-DEVUELVE-COMISION
               PERFORM REABONAR-COMISION THRU REABONAR-COMISION-FIN.
           IF HUBO-FALLO
               GO TO PROCESAR-DEVOLUCION-FIN.

           PERFORM TEXTO-MOTIVO THRU TEXTO-MOTIVO-FIN.
           MOVE TARJETA-ABONO TO NT-TARJETA.
           MOVE "TD" TO NT-EVENTO.
           MOVE MOTIVO-TEXTO TO NT-DETALLE.
           CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO, NT-DETALLE.

           ADD 1 TO NUM-ABONADAS.

       PROCESAR-DEVOLUCION-FIN.
           CONTINUE.

      *    El cargo original no tiene clave por referencia: se
      *    recorre el libro en linea y, si no esta, el archivo. Un
      *    cargo que casa pero ya tiene MOV-NUM-REVERSO (devuelto o
      *    retrocedido) no se vuelve a abonar.
       BUSCAR-ORIGINAL.
           MOVE 0 TO ORIGINAL-NUM.
           MOVE 0 TO ORIGINAL-EN-ARCHIVO.
           MOVE 0 TO YA-DEVUELTA.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO BUSCAR-ORIGINAL-ARCHIVO.
           IF FSM <> 00
               MOVE 5 TO DEBUG
               MOVE "BUSCAR-ORIGINAL" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"     TO LOG-FICHERO
               MOVE FSM               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO BUSCAR-ORIGINAL-FIN.

           MOVE 0 TO MOV-NUM.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-NUM
               INVALID KEY
                   CLOSE F-MOVIMIENTOS
                   GO TO BUSCAR-ORIGINAL-ARCHIVO.

       BUSCAR-ORIGINAL-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO BUSCAR-ORIGINAL-ARCHIVO.

           IF MOV-CONCEPTO <> MSJ-EXT
               OR MOV-REFERENCIA <> TDV-REFERENCIA
               OR MOV-CONTRAPARTIDA <> TDV-DESTINO
               OR NOT MOV-EJECUTADO
                   GO TO BUSCAR-ORIGINAL-READ.

           MOVE MOV-IMPORTE-ENT TO IMPORTE-MOV-ENT.
           IF IMPORTE-MOV-ENT < 0
               MULTIPLY -1 BY IMPORTE-MOV-ENT.
           IF IMPORTE-MOV-ENT <> TDV-IMPORTE-ENT
               OR MOV-IMPORTE-DEC <> TDV-IMPORTE-DEC
                   GO TO BUSCAR-ORIGINAL-READ.

           IF MOV-NUM-REVERSO <> 0
               MOVE 1 TO YA-DEVUELTA
               GO TO BUSCAR-ORIGINAL-READ.

           MOVE MOV-NUM TO ORIGINAL-NUM.
           MOVE MOV-TARJETA TO ORIGINAL-TARJETA.
           COMPUTE ORIGINAL-FECHA =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           CLOSE F-MOVIMIENTOS.
           GO TO BUSCAR-ORIGINAL-FIN.

       BUSCAR-ORIGINAL-ARCHIVO.
           OPEN INPUT F-ARCHIVO.
           IF FSA = 35
               GO TO BUSCAR-ORIGINAL-FIN.
           IF FSA <> 00
               MOVE 5 TO DEBUG
               MOVE "BUSCAR-ORIGINAL" TO LOG-PARRAFO
               MOVE "ARCHIVO"         TO LOG-FICHERO
               MOVE FSA               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO BUSCAR-ORIGINAL-FIN.

           MOVE 0 TO ARC-NUM.
           START F-ARCHIVO KEY IS NOT LESS THAN ARC-NUM
               INVALID KEY
                   CLOSE F-ARCHIVO
                   GO TO BUSCAR-ORIGINAL-FIN.

       BUSCAR-ORIGINAL-ARC-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               CLOSE F-ARCHIVO
               GO TO BUSCAR-ORIGINAL-FIN.

           IF ARC-CONCEPTO <> MSJ-EXT
               OR ARC-REFERENCIA <> TDV-REFERENCIA
               OR ARC-CONTRAPARTIDA <> TDV-DESTINO
               OR ARC-ESTADO <> "E"
                   GO TO BUSCAR-ORIGINAL-ARC-READ.

           MOVE ARC-IMPORTE-ENT TO IMPORTE-MOV-ENT.
           IF IMPORTE-MOV-ENT < 0
               MULTIPLY -1 BY IMPORTE-MOV-ENT.
           IF IMPORTE-MOV-ENT <> TDV-IMPORTE-ENT
               OR ARC-IMPORTE-DEC <> TDV-IMPORTE-DEC
                   GO TO BUSCAR-ORIGINAL-ARC-READ.

           IF ARC-NUM-REVERSO <> 0
               MOVE 1 TO YA-DEVUELTA
               GO TO BUSCAR-ORIGINAL-ARC-READ.

           MOVE ARC-NUM TO ORIGINAL-NUM.
           MOVE ARC-TARJETA TO ORIGINAL-TARJETA.
           COMPUTE ORIGINAL-FECHA =
               (ARC-ANO * 10000) + (ARC-MES * 100) + ARC-DIA.
           MOVE 1 TO ORIGINAL-EN-ARCHIVO.
           CLOSE F-ARCHIVO.

       BUSCAR-ORIGINAL-FIN.
           CONTINUE.

      *    Abona el importe devuelto, escribe el movimiento de
      *    devolucion y cruza original y devolucion por MOV-NUM-PAR y
      *    MOV-NUM-REVERSO, en el libro o en el archivo segun donde
      *    este el original.
       REABONAR-TRANSFERENCIA.
           MOVE "N" TO BP2-MODO.
           MOVE TARJETA-ABONO TO BP2-TNUM.
           MOVE CENT-IMPORTE TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE 6 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "BANKPOST"          TO LOG-FICHERO
               MOVE "99"                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO REABONAR-TRANSFERENCIA-FIN.

           MOVE BP2-MOV-NUM TO DEVOLUCION-NUM.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN-FIN.
           IF HUBO-FALLO
               GO TO REABONAR-TRANSFERENCIA-FIN.

           MOVE DEVOLUCION-NUM  TO MOV-NUM.
           MOVE TARJETA-ABONO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           MOVE TDV-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE TDV-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE MSJ-DEVOLUCION  TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT   TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC   TO MOV-SALDOPOS-DEC.
           SET MOV-EJECUTADO TO TRUE.
           MOVE TDV-DESTINO     TO MOV-CONTRAPARTIDA.
           MOVE TDV-REFERENCIA  TO MOV-REFERENCIA.
           MOVE ORIGINAL-NUM    TO MOV-NUM-PAR.
           MOVE ORIGINAL-NUM    TO MOV-NUM-REVERSO.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE 7 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-MOVIMIENTOS
               GO TO REABONAR-TRANSFERENCIA-FIN.

           IF ORIGINAL-ARCHIVADO
               CLOSE F-MOVIMIENTOS
               GO TO REABONAR-TRANSFERENCIA-ARC.

           MOVE ORIGINAL-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               MOVE 7 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-MOVIMIENTOS
               GO TO REABONAR-TRANSFERENCIA-FIN.

           MOVE DEVOLUCION-NUM TO MOV-NUM-PAR.
           MOVE DEVOLUCION-NUM TO MOV-NUM-REVERSO.
           REWRITE MOVIMIENTO-REG INVALID KEY
               MOVE 7 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

           CLOSE F-MOVIMIENTOS.
           GO TO REABONAR-TRANSFERENCIA-FIN.

       REABONAR-TRANSFERENCIA-ARC.
           OPEN I-O F-ARCHIVO.
           IF FSA <> 00
               MOVE 8 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "ARCHIVO"           TO LOG-FICHERO
               MOVE FSA                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO REABONAR-TRANSFERENCIA-FIN.

           MOVE ORIGINAL-NUM TO ARC-NUM.
           READ F-ARCHIVO INVALID KEY
               MOVE 8 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "ARCHIVO"           TO LOG-FICHERO
               MOVE FSA                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-ARCHIVO
               GO TO REABONAR-TRANSFERENCIA-FIN.

           MOVE DEVOLUCION-NUM TO ARC-NUM-PAR.
           MOVE DEVOLUCION-NUM TO ARC-NUM-REVERSO.
           REWRITE ARCHIVO-REG INVALID KEY
               MOVE 8 TO DEBUG
               MOVE "REABONAR-TRANSFER" TO LOG-PARRAFO
               MOVE "ARCHIVO"           TO LOG-FICHERO
               MOVE FSA                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

           CLOSE F-ARCHIVO.

       REABONAR-TRANSFERENCIA-FIN.
           CONTINUE.

      *    La comision devuelta es la que COMTRFEXT fijaba el dia del
      *    cargo original, que es la que BANK6 cobro entonces.
       REABONAR-COMISION.
           MOVE "L" TO PA-MODO.
           MOVE "COMTRFEXT" TO PA-CLAVE.
           MOVE ORIGINAL-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO <> 0 OR PA-VALOR-ENT NOT > 0
               GO TO REABONAR-COMISION-FIN.
           MOVE PA-VALOR-ENT TO CENT-COMISION.

           MOVE "N" TO BP2-MODO.
           MOVE TARJETA-ABONO TO BP2-TNUM.
           MOVE CENT-COMISION TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE 9 TO DEBUG
               MOVE "REABONAR-COMISION" TO LOG-PARRAFO
               MOVE "BANKPOST"          TO LOG-FICHERO
               MOVE "99"                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO REABONAR-COMISION-FIN.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN-FIN.
           IF HUBO-FALLO
               GO TO REABONAR-COMISION-FIN.

           MOVE BP2-MOV-NUM     TO MOV-NUM.
           MOVE TARJETA-ABONO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           DIVIDE CENT-COMISION BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE MSJ-DEV-COMISION TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT   TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC   TO MOV-SALDOPOS-DEC.
           SET MOV-EJECUTADO TO TRUE.
           MOVE 0               TO MOV-CONTRAPARTIDA.
           MOVE TDV-REFERENCIA  TO MOV-REFERENCIA.
           MOVE 0               TO MOV-NUM-PAR.
           MOVE 0               TO MOV-NUM-REVERSO.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE 9 TO DEBUG
               MOVE "REABONAR-COMISION" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

           CLOSE F-MOVIMIENTOS.

       REABONAR-COMISION-FIN.
           CONTINUE.

       TEXTO-MOTIVO.
           MOVE SPACES TO MOTIVO-TEXTO.
           IF TDV-MOTIVO = "01"
               MOVE "Devuelta: cuenta inexistente" TO MOTIVO-TEXTO.
           IF TDV-MOTIVO = "02"
               MOVE "Devuelta: cuenta cancelada" TO MOTIVO-TEXTO.
           IF TDV-MOTIVO = "03"
               MOVE "Devuelta: el titular no coincide"
                   TO MOTIVO-TEXTO.
           IF TDV-MOTIVO = "04"
               MOVE "Devuelta: rechazada por el destino"
                   TO MOTIVO-TEXTO.
           IF MOTIVO-TEXTO = SPACES
               STRING "Devuelta por el banco destino " TDV-MOTIVO
                   DELIMITED BY SIZE INTO MOTIVO-TEXTO.

       TEXTO-MOTIVO-FIN.
           CONTINUE.

      *    Sigue la cadena de reposiciones desde la tarjeta ordenante
      *    hasta la ultima que la sustituye (una tarjeta repuesta
      *    puede volver a reponerse). El tope de saltos protege de
      *    un enlace circular mal grabado.
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

       APARTAR-EXCEPCION.
           ADD 1 TO NUM-EXCEPCIONES.

           DISPLAY "BANK42 - Excepcion: ref " TDV-REFERENCIA
               " importe " TDV-IMPORTE-ENT "." TDV-IMPORTE-DEC
               " - " TEXTO-EXCEPCION.

           OPEN EXTEND F-EXCEPCIONES.
           IF FSX = 35
               OPEN OUTPUT F-EXCEPCIONES
               CLOSE F-EXCEPCIONES
               OPEN EXTEND F-EXCEPCIONES.
           IF FSX <> 00
               MOVE 11 TO DEBUG
               MOVE "APARTAR-EXCEPCION" TO LOG-PARRAFO
               MOVE "TRFDEVEXCEP"       TO LOG-FICHERO
               MOVE FSX                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO APARTAR-EXCEPCION-FIN.

           MOVE SPACES TO EXCEPCION-REG.
           MOVE BT-FECHA TO EXC-FECHA.
           MOVE TRF-DEV-REG TO EXC-DATOS.
           MOVE TEXTO-EXCEPCION TO EXC-TEXTO.
           WRITE EXCEPCION-REG.
           CLOSE F-EXCEPCIONES.

       APARTAR-EXCEPCION-FIN.
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
               MOVE 2 TO DEBUG
               MOVE "VALIDAR-FICHERO" TO LOG-PARRAFO
               MOVE "TRFDEVUELTA"     TO LOG-FICHERO
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

           IF TDV-CTL-CABECERA
               IF NUM-LINEAS > 1
                   MOVE "Cabecera repetida" TO MOTIVO-RECHAZO
                   GO TO VALIDAR-FICHERO-ERROR
               ELSE
                   MOVE TDV-CTL-EMISOR TO CAB-EMISOR
                   MOVE TDV-CTL-SECUENCIA TO CAB-SECUENCIA
                   MOVE TDV-CTL-FECHA-CREACION TO CAB-FECHA-CREACION
                   GO TO VALIDAR-FICHERO-READ.

           IF NUM-LINEAS = 1
               MOVE "Falta la cabecera" TO MOTIVO-RECHAZO
               GO TO VALIDAR-FICHERO-ERROR.

           IF TDV-CTL-TOTALES
               MOVE 1 TO HAY-TOTALES
               MOVE TDV-CTL-EMISOR TO TOT-EMISOR
               MOVE TDV-CTL-SECUENCIA TO TOT-SECUENCIA
               MOVE TDV-CTL-NUM-REGISTROS TO TOT-NUM-REGISTROS
               MOVE TDV-CTL-TOTAL-CENT TO TOT-TOTAL-CENT
               GO TO VALIDAR-FICHERO-READ.

           ADD 1 TO NUM-DETALLES.
           COMPUTE SUMA-CENT = SUMA-CENT + (TDV-IMPORTE-ENT * 100)
               + TDV-IMPORTE-DEC.

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

           SET ICB-TRF-DEVUELTA TO TRUE.
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

           SET ICB-TRF-DEVUELTA TO TRUE.
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

           OPEN INPUT F-CHECKPOINT.
           IF FSK <> 00
               GO TO LEER-CHECKPOINT-FIN.

           READ F-CHECKPOINT AT END
               CLOSE F-CHECKPOINT
               GO TO LEER-CHECKPOINT-FIN.

           IF CKP-FECHA = BT-FECHA
               AND CKP-PROCESADAS < CKP-TOTALES
                   MOVE 1 TO REANUDACION
                   MOVE CKP-PROCESADAS TO NUM-PROCESADAS
                   MOVE CKP-TOTALES TO NUM-DEVOLUCIONES.

           CLOSE F-CHECKPOINT.

       LEER-CHECKPOINT-FIN.
           CONTINUE.

       GRABAR-CHECKPOINT.
           OPEN OUTPUT F-CHECKPOINT.
           IF FSK <> 00
               MOVE 13 TO DEBUG
               MOVE "GRABAR-CHECKPOINT" TO LOG-PARRAFO
               MOVE "CHECKPOINT"        TO LOG-FICHERO
               MOVE FSK                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO GRABAR-CHECKPOINT-FIN.

           MOVE BT-FECHA         TO CKP-FECHA.
           MOVE NUM-PROCESADAS   TO CKP-PROCESADAS.
           MOVE NUM-DEVOLUCIONES TO CKP-TOTALES.
           WRITE CHECKPOINT-REG.
           CLOSE F-CHECKPOINT.

       GRABAR-CHECKPOINT-FIN.
           CONTINUE.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               GO TO MOVIMIENTOS-OPEN.
           IF FSM <> 00
               MOVE 14 TO DEBUG
               MOVE "MOVIMIENTOS-OPEN" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"      TO LOG-FICHERO
               MOVE FSM                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

       MOVIMIENTOS-OPEN-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK42 - Error de fichero. DEBUG=" DEBUG.

       END PROGRAM BANK42.
