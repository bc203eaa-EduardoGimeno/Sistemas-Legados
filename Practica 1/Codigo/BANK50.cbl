       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK50.

      *    Batch de vencimiento de depositos a plazo fijo
      *    (depositos.ubd, constituidos en BANK49). Se lanza desde
      *    BANK18 todas las noches y liquida los depositos vigentes
      *    cuyo vencimiento, adelantado al primer dia habil por
      *    BANKCAL, ya llego a la fecha de negocio: devuelve el
      *    capital y los intereses a la tarjeta y carga la retencion
      *    fiscal, todo con la fecha de negocio, a traves de BANKPLZ,
      *    que aplica las mismas reglas que la cancelacion en
      *    sucursal y deja el rendimiento en fiscal.ubd para BANK35.
      *
      *    Los depositos vencidos se apuntan primero en un fichero de
      *    trabajo y luego se liquidan de uno en uno; como cada
      *    deposito liquidado deja de estar vigente, relanzar la
      *    fecha no lo paga dos veces.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

           SELECT F-TRABAJO ASSIGN TO "bank50.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITOS.
           COPY DEPREG.

      *    Una linea por deposito vencido.
       FD F-TRABAJO.
       01 TRABAJO-REG.
           02 TRB-TARJETA           PIC 9(16).
           02 TRB-NUMERO            PIC  9(3).

       WORKING-STORAGE SECTION.
       77 FSD                        PIC  X(2).
       77 FSW                        PIC  X(2).

       77 FECHA-HABIL                PIC  9(8).
       77 CA-RESULTADO               PIC  9(1).

       77 NUM-VENCIDOS               PIC  9(7) VALUE 0.
       77 NUM-LIQUIDADOS             PIC  9(7) VALUE 0.
       77 CENT-CAPITAL-TOTAL         PIC  9(13) VALUE 0.
       77 CENT-INTERES-TOTAL         PIC  9(13) VALUE 0.
       77 CENT-RETENIDO-TOTAL        PIC  9(13) VALUE 0.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 PZ-MODO                    PIC  X(1).
       77 PZ-TARJETA                 PIC  9(16).
       77 PZ-NUMERO                  PIC  9(3).
       77 PZ-FECHA                   PIC  9(8).
       77 PZ-CAPITAL-CENT            PIC  9(11).
       77 PZ-INTERES-CENT            PIC  9(11).
       77 PZ-PENAL-CENT              PIC  9(11).
       77 PZ-RETENIDO-CENT           PIC  9(11).
       77 PZ-RESULTADO               PIC  9(1).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK50".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK50".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK50 - Vencimiento de depositos a plazo".

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK50 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK50 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE 0 TO PROCESO-FALLIDO.

           PERFORM ENCONTRAR-VENCIDOS THRU ENCONTRAR-VENCIDOS-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK50 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM PROCESAR-TRABAJO THRU PROCESAR-TRABAJO-FIN.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y se reintenta en la
      *    proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK50 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK50 - " BT-FECHA " - OK - Vencidos: "
               NUM-VENCIDOS " Liquidados: " NUM-LIQUIDADOS.
           DISPLAY "BANK50 - Capital devuelto: " CENT-CAPITAL-TOTAL
               " Intereses: " CENT-INTERES-TOTAL
               " Retenido: " CENT-RETENIDO-TOTAL " (cent)".

           GOBACK.

      *    Depositos vigentes cuyo vencimiento, adelantado al dia
      *    habil, no pasa de la fecha de negocio. Sin fichero de
      *    depositos no hay nada que liquidar.
       ENCONTRAR-VENCIDOS.
           MOVE 0 TO NUM-VENCIDOS.

           OPEN OUTPUT F-TRABAJO.
           IF FSW <> 00
               MOVE 1 TO DEBUG
               MOVE "ENCONTRAR-VENCIDOS" TO LOG-PARRAFO
               MOVE "TRABAJO"            TO LOG-FICHERO
               MOVE FSW                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO ENCONTRAR-VENCIDOS-FIN.

           OPEN INPUT DEPOSITOS.
           IF FSD = 35
               CLOSE F-TRABAJO
               GO TO ENCONTRAR-VENCIDOS-FIN.
           IF FSD <> 00
               MOVE 1 TO DEBUG
               MOVE "ENCONTRAR-VENCIDOS" TO LOG-PARRAFO
               MOVE "DEPOSITOS"          TO LOG-FICHERO
               MOVE FSD                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-TRABAJO
               GO TO ENCONTRAR-VENCIDOS-FIN.

       ENCONTRAR-VENCIDOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO ENCONTRAR-VENCIDOS-CLOSE.

           IF NOT DEP-VIGENTE
               GO TO ENCONTRAR-VENCIDOS-READ.

           MOVE DEP-VENCIMIENTO TO FECHA-HABIL.
           CALL "BANKCAL" USING FECHA-HABIL, CA-RESULTADO.
           IF FECHA-HABIL > BT-FECHA
               GO TO ENCONTRAR-VENCIDOS-READ.

           MOVE DEP-TARJETA TO TRB-TARJETA.
           MOVE DEP-NUMERO  TO TRB-NUMERO.
           WRITE TRABAJO-REG.
           ADD 1 TO NUM-VENCIDOS.

           GO TO ENCONTRAR-VENCIDOS-READ.

       ENCONTRAR-VENCIDOS-CLOSE.
           CLOSE DEPOSITOS.
           CLOSE F-TRABAJO.

       ENCONTRAR-VENCIDOS-FIN.
           CONTINUE.

       PROCESAR-TRABAJO.
           IF NUM-VENCIDOS = 0
               GO TO PROCESAR-TRABAJO-FIN.

           OPEN INPUT F-TRABAJO.
           IF FSW <> 00
               MOVE 2 TO DEBUG
               MOVE "PROCESAR-TRABAJO" TO LOG-PARRAFO
               MOVE "TRABAJO"          TO LOG-FICHERO
               MOVE FSW                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO PROCESAR-TRABAJO-FIN.

       PROCESAR-TRABAJO-READ.
           READ F-TRABAJO AT END
               GO TO PROCESAR-TRABAJO-CLOSE.

           PERFORM LIQUIDAR-DEPOSITO THRU LIQUIDAR-DEPOSITO-FIN.

           GO TO PROCESAR-TRABAJO-READ.

       PROCESAR-TRABAJO-CLOSE.
           CLOSE F-TRABAJO.

       PROCESAR-TRABAJO-FIN.
           CONTINUE.

      *    Un deposito que ya no esta vigente (lo cancelaron en
      *    sucursal entre las dos pasadas) se salta sin mas.
       LIQUIDAR-DEPOSITO.
           MOVE "L" TO PZ-MODO.
           MOVE TRB-TARJETA TO PZ-TARJETA.
           MOVE TRB-NUMERO TO PZ-NUMERO.
           MOVE BT-FECHA TO PZ-FECHA.
           CALL "BANKPLZ" USING PZ-MODO, PZ-TARJETA, PZ-NUMERO,
               PZ-FECHA, PZ-CAPITAL-CENT, PZ-INTERES-CENT,
               PZ-PENAL-CENT, PZ-RETENIDO-CENT, PZ-RESULTADO.

           IF PZ-RESULTADO = 1
               GO TO LIQUIDAR-DEPOSITO-FIN.
           IF PZ-RESULTADO <> 0
               MOVE 3 TO DEBUG
               MOVE "LIQUIDAR-DEPOSITO" TO LOG-PARRAFO
               MOVE "BANKPLZ"           TO LOG-FICHERO
               MOVE "99"                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO LIQUIDAR-DEPOSITO-FIN.

           ADD 1 TO NUM-LIQUIDADOS.
           ADD PZ-CAPITAL-CENT TO CENT-CAPITAL-TOTAL.
           ADD PZ-INTERES-CENT TO CENT-INTERES-TOTAL.
           ADD PZ-RETENIDO-CENT TO CENT-RETENIDO-TOTAL.

       LIQUIDAR-DEPOSITO-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK50 - Error de fichero. FSD=" FSD " FSW=" FSW
               " DEBUG=" DEBUG.

       END PROGRAM BANK50.
