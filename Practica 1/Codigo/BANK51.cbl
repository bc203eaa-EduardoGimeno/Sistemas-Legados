       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK51.

      *    Batch mensual: revision de la identificacion de clientes.
      *    Recorre el maestro de clientes.ubd y, con las reglas de
      *    BANKKYC a la fecha de negocio, saca los clientes cuyo
      *    documento ha caducado (o no tiene caducidad anotada) o
      *    cuya revision de datos ha vencido (REVISIONKYC meses desde
      *    la ultima, o ninguna anotada). Mientras sigan asi, BANK3
      *    no les da tarjetas nuevas; se regularizan en BANK12 con el
      *    cliente delante.
      *
      *    A cada uno se le manda carta por BANKNOT (evento "DC") a
      *    traves de su tarjeta vigente de numeracion mas baja de la
      *    que sea titular principal; BANK36 la imprime solo para el
      *    titular, sin copias a cotitulares. Un cliente sin tarjetas
      *    vigentes sale en el informe pero no recibe carta.
      *    Cumplimiento recibe informeidentificacion.txt (regrabado
      *    en cada ejecucion) con todos ellos y el motivo.
      *
      *    Se lanza desde BANK18 todas las noches pero solo trabaja
      *    la primera fecha de negocio de cada mes: si la ultima
      *    liquidada (BANKCTL modo "U") es del mismo mes, anota la
      *    fecha como liquidada sin hacer nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "clientes.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO "tarjetas.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT F-INFORME ASSIGN TO "informeidentificacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD TARJETAS.
           COPY TARJREG.

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSL                        PIC  X(2).
       77 FST                        PIC  X(2).
       77 FSI                        PIC  X(2).

       01 FECHA-TEXTO.
           05 FTX-DIA                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-MES                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-ANO                PIC  9(4).

       77 FECHA-FORMATO              PIC  9(8).
       77 ULTIMA-LIQUIDADA           PIC  9(8).
       77 MES-ULTIMA                 PIC  9(6).
       77 MES-PROCESO                PIC  9(6).

       77 TARJETA-CARTA              PIC 9(16).
       77 MOTIVO-TEXTO               PIC X(35).
       77 HAY-TARJETAS               PIC  9(1).
           88 CON-TARJETAS             VALUE 1.

       77 NUM-CLIENTES               PIC  9(7) VALUE 0.
       77 NUM-CADUCADOS              PIC  9(7) VALUE 0.
       77 NUM-VENCIDOS               PIC  9(7) VALUE 0.
       77 NUM-CARTAS                 PIC  9(7) VALUE 0.
       77 NUM-SIN-TARJETA            PIC  9(7) VALUE 0.

       77 DEBUG                      PIC  9(2).

       77 KY-CADUCIDAD               PIC  9(8).
       77 KY-REVISION                PIC  9(8).
       77 KY-FECHA                   PIC  9(8).
       77 KY-LIMITE                  PIC  9(8).
       77 KY-RESULTADO               PIC  9(1).
           88 KY-AL-DIA                VALUE 0.
           88 KY-DOC-CADUCADO          VALUE 1.
           88 KY-REVISION-VENCIDA      VALUE 2.

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).
       77 NT-DETALLE                 PIC  X(35).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK51".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK51".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK51 - Revision de identificacion de clientes".

      *    Ultima fecha liquidada, antes de pedir la de hoy: decide si
      *    este mes ya se reviso.
           MOVE "U" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK51 - Error de control"
               GOBACK.
           MOVE BT-FECHA TO ULTIMA-LIQUIDADA.

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK51 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK51 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           COMPUTE MES-ULTIMA = ULTIMA-LIQUIDADA / 100.
           COMPUTE MES-PROCESO = BT-FECHA / 100.
           IF MES-ULTIMA = MES-PROCESO
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               DISPLAY "BANK51 - " BT-FECHA
                   " - Mes ya revisado, se omite"
               GOBACK.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "INFORME"  TO LOG-FICHERO
               MOVE FSI        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               DISPLAY "BANK51 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE BT-FECHA TO FECHA-FORMATO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           MOVE SPACES TO INFORME-LINEA.
           STRING "UnizarBank - Clientes con la identificacion "
               "pendiente a " FECHA-TEXTO
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

      *    Sin maestro de clientes no hay nadie que revisar; sin
      *    fichero de tarjetas se informa igual, sin cartas.
           OPEN INPUT CLIENTES.
           IF FSL = 35
               GO TO EMITIR-TOTALES.
           IF FSL <> 00
               MOVE 2 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "CLIENTES" TO LOG-FICHERO
               MOVE FSL        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-INFORME
               DISPLAY "BANK51 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE 0 TO HAY-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE 1 TO HAY-TARJETAS.
           IF FST <> 00 AND FST <> 35
               MOVE 3 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "TARJETAS" TO LOG-FICHERO
               MOVE FST        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE CLIENTES
               CLOSE F-INFORME
               DISPLAY "BANK51 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

       RECORRER-CLIENTES.
           READ CLIENTES NEXT RECORD AT END
               GO TO FIN-RECORRIDO.

           ADD 1 TO NUM-CLIENTES.

           MOVE CLI-CADUCIDAD-DOC TO KY-CADUCIDAD.
           MOVE CLI-FECHA-REVISION TO KY-REVISION.
           MOVE BT-FECHA TO KY-FECHA.
           CALL "BANKKYC" USING KY-CADUCIDAD, KY-REVISION, KY-FECHA,
               KY-LIMITE, KY-RESULTADO.
           IF KY-AL-DIA
               GO TO RECORRER-CLIENTES.

           PERFORM AVISAR-CLIENTE THRU AVISAR-CLIENTE-FIN.

           GO TO RECORRER-CLIENTES.

       FIN-RECORRIDO.
           CLOSE CLIENTES.
           IF CON-TARJETAS
               CLOSE TARJETAS.

       EMITIR-TOTALES.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Clientes revisados:       " NUM-CLIENTES
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Documento caducado:       " NUM-CADUCADOS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Revision vencida:         " NUM-VENCIDOS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Cartas enviadas:          " NUM-CARTAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Sin tarjeta para carta:   " NUM-SIN-TARJETA
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           CLOSE F-INFORME.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK51 - " BT-FECHA " - OK - Clientes: "
               NUM-CLIENTES ", caducados: " NUM-CADUCADOS
               ", revision vencida: " NUM-VENCIDOS
               ", cartas: " NUM-CARTAS.

           GOBACK.

      *    Motivo, linea de informe y carta al cliente en curso.
       AVISAR-CLIENTE.
           MOVE SPACES TO MOTIVO-TEXTO.
           IF KY-DOC-CADUCADO
               ADD 1 TO NUM-CADUCADOS
               IF CLI-CADUCIDAD-DOC = 0
                   MOVE "Sin caducidad de documento anotada"
                       TO MOTIVO-TEXTO
               ELSE
                   MOVE CLI-CADUCIDAD-DOC TO FECHA-FORMATO
                   PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN
                   STRING "Documento caducado el " FECHA-TEXTO
                       DELIMITED BY SIZE INTO MOTIVO-TEXTO
               END-IF
           ELSE
               ADD 1 TO NUM-VENCIDOS
               IF CLI-FECHA-REVISION = 0
                   MOVE "Sin revision de datos anotada"
                       TO MOTIVO-TEXTO
               ELSE
                   MOVE KY-LIMITE TO FECHA-FORMATO
                   PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN
                   STRING "Revision de datos vencida el " FECHA-TEXTO
                       DELIMITED BY SIZE INTO MOTIVO-TEXTO
               END-IF
           END-IF.

           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-FIN.

           MOVE SPACES TO INFORME-LINEA.
           STRING CLI-DNI "  " CLI-NOMBRE "  " MOTIVO-TEXTO
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE SPACES TO INFORME-LINEA.
           IF TARJETA-CARTA = 0
               ADD 1 TO NUM-SIN-TARJETA
               MOVE "           sin tarjeta vigente, sin carta"
                   TO INFORME-LINEA
               WRITE INFORME-LINEA
               GO TO AVISAR-CLIENTE-FIN.

           STRING "           carta a traves de la tarjeta "
               TARJETA-CARTA
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE TARJETA-CARTA TO NT-TARJETA.
           MOVE "DC" TO NT-EVENTO.
           MOVE MOTIVO-TEXTO TO NT-DETALLE.
           CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO, NT-DETALLE.
           ADD 1 TO NUM-CARTAS.

       AVISAR-CLIENTE-FIN.
           CONTINUE.

      *    Tarjeta vigente (activa o inactiva) de numeracion mas baja
      *    de la que el cliente es titular principal: el recorrido va
      *    en orden de tarjeta y se para en la primera.
       BUSCAR-TARJETA.
           MOVE 0 TO TARJETA-CARTA.
           IF NOT CON-TARJETAS
               GO TO BUSCAR-TARJETA-FIN.

           MOVE 0 TO TNUM-E.
           START TARJETAS KEY IS NOT LESS THAN TNUM-E
               INVALID KEY GO TO BUSCAR-TARJETA-FIN.

       BUSCAR-TARJETA-READ.
           READ TARJETAS NEXT RECORD AT END
               GO TO BUSCAR-TARJETA-FIN.

           IF TDNI-E <> CLI-DNI
               GO TO BUSCAR-TARJETA-READ.
           IF NOT TARJ-ACTIVA AND NOT TARJ-INACTIVA
               GO TO BUSCAR-TARJETA-READ.

           MOVE TNUM-E TO TARJETA-CARTA.

       BUSCAR-TARJETA-FIN.
           CONTINUE.

       FORMATEAR-FECHA.
           MOVE FECHA-FORMATO(7:2) TO FTX-DIA.
           MOVE FECHA-FORMATO(5:2) TO FTX-MES.
           MOVE FECHA-FORMATO(1:4) TO FTX-ANO.

       FORMATEAR-FECHA-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK51 - Error de fichero. DEBUG=" DEBUG.

       END PROGRAM BANK51.
