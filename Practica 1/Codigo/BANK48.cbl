       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK48.

      *    Batch de cobro de cuotas de los prestamos de descubierto
      *    (prestamos.ubd, abiertos en BANK47). Cada cuota vence en su
      *    fecha nominal adelantada al primer dia habil por BANKCAL;
      *    se lanza desde BANK18 todas las noches y cobra las cuotas
      *    pendientes cuyo vencimiento habil ya llego a la fecha de
      *    negocio, con lo que cada prestamo se carga una vez al mes.
      *
      *    La cuota se cobra solo si el saldo disponible de la tarjeta
      *    (BANKPOST "D") la cubre entera, sin volver a tirar del
      *    descubierto que el prestamo refinancio. Se carga como dos
      *    movimientos EJECUTADOS, uno por la parte de capital y otro
      *    por la de intereses, y el capital cobrado se descuenta del
      *    pendiente de la cabecera; la que llega a cero queda
      *    amortizada.
      *
      *    Una cuota que no se puede cobrar queda impagada (en mora):
      *    al cliente se le avisa por BANKNOT con el evento "PR" y la
      *    cuota se reintenta cada noche hasta que haya saldo.
      *
      *    Las cuotas vencidas se apuntan primero en un fichero de
      *    trabajo y luego se cobran de una en una; como cada cuota
      *    cobrada queda marcada, relanzar la fecha no cobra dos veces.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "prestamos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSP.

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT F-TRABAJO ASSIGN TO "bank48.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMOS.
           COPY PRESREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

      *    Una linea por cuota vencida, con la clave de su linea del
      *    cuadro de amortizacion.
       FD F-TRABAJO.
       01 TRABAJO-REG.
           02 TRB-TARJETA           PIC 9(16).
           02 TRB-NUMERO            PIC  9(2).
           02 TRB-CUOTA             PIC  9(3).

       WORKING-STORAGE SECTION.
       77 FSP                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSW                        PIC  X(2).

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

       01 FECHA-PROCESO.
           05 FPR-ANO                PIC  9(4).
           05 FPR-MES                PIC  9(2).
           05 FPR-DIA                PIC  9(2).

       77 MSJ-CUOTA-CAPITAL          PIC  X(35)
           VALUE "Cuota prestamo - capital".
       77 MSJ-CUOTA-INTERES          PIC  X(35)
           VALUE "Cuota prestamo - intereses".
       77 CONCEPTO-CUOTA             PIC  X(35).

       77 FECHA-HABIL                PIC  9(8).
       77 CA-RESULTADO               PIC  9(1).

       77 CENT-DISPONIBLE            PIC S9(11).
       77 CENT-CARGO                 PIC S9(11).
       77 CAPITAL-COBRADO            PIC  9(11).

       77 NUM-VENCIDAS               PIC  9(7) VALUE 0.
       77 NUM-COBRADAS               PIC  9(7) VALUE 0.
       77 NUM-IMPAGADAS              PIC  9(7) VALUE 0.
       77 NUM-AMORTIZADOS            PIC  9(7) VALUE 0.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 BP2-MODO                   PIC  X(1).
       77 BP2-TNUM                   PIC  9(16).
       77 BP2-DELTA-CENT             PIC S9(11).
       77 BP2-MOV-NUM                PIC  9(35).
       77 BP2-SALDO-ENT              PIC S9(9).
       77 BP2-SALDO-DEC              PIC S9(2).
       77 BP2-RESULTADO              PIC  9(1).

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).
       77 NT-DETALLE                 PIC  X(35).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK48".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK48".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK48 - Cobro de cuotas de prestamos".

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no. Los
      *    cargos se graban con ella; la HORA es la del reloj.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK48 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK48 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE BT-FECHA TO FECHA-PROCESO.
           MOVE FPR-ANO TO ANO.
           MOVE FPR-MES TO MES.
           MOVE FPR-DIA TO DIA.
           MOVE 0 TO PROCESO-FALLIDO.

           PERFORM ENCONTRAR-CUOTAS THRU ENCONTRAR-CUOTAS-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK48 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM PROCESAR-TRABAJO THRU PROCESAR-TRABAJO-FIN.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y se reintenta en la
      *    proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK48 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK48 - " BT-FECHA " - OK - Vencidas: "
               NUM-VENCIDAS " Cobradas: " NUM-COBRADAS
               " Impagadas: " NUM-IMPAGADAS
               " Amortizados: " NUM-AMORTIZADOS.

           GOBACK.

      *    Cuotas pendientes o impagadas cuyo vencimiento, adelantado
      *    al dia habil, no pasa de la fecha de negocio. Sin fichero
      *    de prestamos no hay nada que cobrar.
       ENCONTRAR-CUOTAS.
           MOVE 0 TO NUM-VENCIDAS.

           OPEN OUTPUT F-TRABAJO.
           IF FSW <> 00
               MOVE 1 TO DEBUG
               MOVE "ENCONTRAR-CUOTAS" TO LOG-PARRAFO
               MOVE "TRABAJO"          TO LOG-FICHERO
               MOVE FSW                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO ENCONTRAR-CUOTAS-FIN.

           OPEN INPUT PRESTAMOS.
           IF FSP = 35
               CLOSE F-TRABAJO
               GO TO ENCONTRAR-CUOTAS-FIN.
           IF FSP <> 00
               MOVE 1 TO DEBUG
               MOVE "ENCONTRAR-CUOTAS" TO LOG-PARRAFO
               MOVE "PRESTAMOS"        TO LOG-FICHERO
               MOVE FSP                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-TRABAJO
               GO TO ENCONTRAR-CUOTAS-FIN.

       ENCONTRAR-CUOTAS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO ENCONTRAR-CUOTAS-CLOSE.

           IF PRE-CUOTA = 0
               GO TO ENCONTRAR-CUOTAS-READ.
           IF PRE-CUOTA-COBRADA
               GO TO ENCONTRAR-CUOTAS-READ.

           MOVE PRE-VENCIMIENTO TO FECHA-HABIL.
           CALL "BANKCAL" USING FECHA-HABIL, CA-RESULTADO.
           IF FECHA-HABIL > BT-FECHA
               GO TO ENCONTRAR-CUOTAS-READ.

           MOVE PRE-TARJETA TO TRB-TARJETA.
           MOVE PRE-NUMERO  TO TRB-NUMERO.
           MOVE PRE-CUOTA   TO TRB-CUOTA.
           WRITE TRABAJO-REG.
           ADD 1 TO NUM-VENCIDAS.

           GO TO ENCONTRAR-CUOTAS-READ.

       ENCONTRAR-CUOTAS-CLOSE.
           CLOSE PRESTAMOS.
           CLOSE F-TRABAJO.

       ENCONTRAR-CUOTAS-FIN.
           CONTINUE.

       PROCESAR-TRABAJO.
           IF NUM-VENCIDAS = 0
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

           OPEN I-O PRESTAMOS.
           IF FSP <> 00
               MOVE 2 TO DEBUG
               MOVE "PROCESAR-TRABAJO" TO LOG-PARRAFO
               MOVE "PRESTAMOS"        TO LOG-FICHERO
               MOVE FSP                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-TRABAJO
               GO TO PROCESAR-TRABAJO-FIN.

       PROCESAR-TRABAJO-READ.
           READ F-TRABAJO AT END
               GO TO PROCESAR-TRABAJO-CLOSE.

           PERFORM COBRAR-CUOTA THRU COBRAR-CUOTA-FIN.

           GO TO PROCESAR-TRABAJO-READ.

       PROCESAR-TRABAJO-CLOSE.
           CLOSE F-TRABAJO.
           CLOSE PRESTAMOS.

       PROCESAR-TRABAJO-FIN.
           CONTINUE.

       COBRAR-CUOTA.
           MOVE TRB-TARJETA TO PRE-TARJETA.
           MOVE TRB-NUMERO  TO PRE-NUMERO.
           MOVE TRB-CUOTA   TO PRE-CUOTA.
           READ PRESTAMOS INVALID KEY
               GO TO COBRAR-CUOTA-FIN.

           IF PRE-CUOTA-COBRADA
               GO TO COBRAR-CUOTA-FIN.

           MOVE "D" TO BP2-MODO.
           MOVE PRE-TARJETA TO BP2-TNUM.
           MOVE 0 TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE 3 TO DEBUG
               MOVE "COBRAR-CUOTA" TO LOG-PARRAFO
               MOVE "BANKPOST"     TO LOG-FICHERO
               MOVE "99"           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO COBRAR-CUOTA-FIN.
           COMPUTE CENT-DISPONIBLE = (BP2-SALDO-ENT * 100)
               + BP2-SALDO-DEC.

           IF CENT-DISPONIBLE < PRE-CUOTA-CENT
               PERFORM ANOTAR-IMPAGO THRU ANOTAR-IMPAGO-FIN
               GO TO COBRAR-CUOTA-FIN.

           MOVE MSJ-CUOTA-CAPITAL TO CONCEPTO-CUOTA.
           COMPUTE CENT-CARGO = 0 - PRE-CAPITAL-CUOTA.
           PERFORM CARGAR-MOVIMIENTO THRU CARGAR-MOVIMIENTO-FIN.
           IF HUBO-FALLO
               GO TO COBRAR-CUOTA-FIN.

           MOVE MSJ-CUOTA-INTERES TO CONCEPTO-CUOTA.
           COMPUTE CENT-CARGO = 0 - PRE-INTERES-CUOTA.
           PERFORM CARGAR-MOVIMIENTO THRU CARGAR-MOVIMIENTO-FIN.
           IF HUBO-FALLO
               GO TO COBRAR-CUOTA-FIN.

           SET PRE-CUOTA-COBRADA TO TRUE.
           MOVE BT-FECHA TO PRE-FECHA-COBRO.
           MOVE PRE-CAPITAL-CUOTA TO CAPITAL-COBRADO.
           REWRITE PRESTAMO-REG INVALID KEY
               MOVE 4 TO DEBUG
               MOVE "COBRAR-CUOTA" TO LOG-PARRAFO
               MOVE "PRESTAMOS"    TO LOG-FICHERO
               MOVE FSP            TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO COBRAR-CUOTA-FIN.

           ADD 1 TO NUM-COBRADAS.

      *    El capital cobrado sale del pendiente de la cabecera.
           MOVE 0 TO PRE-CUOTA.
           READ PRESTAMOS INVALID KEY
               GO TO COBRAR-CUOTA-FIN.

           IF CAPITAL-COBRADO > PRE-PENDIENTE-CENT
               MOVE 0 TO PRE-PENDIENTE-CENT
           ELSE
               SUBTRACT CAPITAL-COBRADO FROM PRE-PENDIENTE-CENT.
           IF PRE-PENDIENTE-CENT = 0
               SET PRE-AMORTIZADO TO TRUE
               ADD 1 TO NUM-AMORTIZADOS.

           REWRITE PRESTAMO-REG INVALID KEY
               MOVE 5 TO DEBUG
               MOVE "COBRAR-CUOTA" TO LOG-PARRAFO
               MOVE "PRESTAMOS"    TO LOG-FICHERO
               MOVE FSP            TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

       COBRAR-CUOTA-FIN.
           CONTINUE.

      *    La cuota pasa a impagada y se avisa al cliente la primera
      *    vez; en los reintentos de las noches siguientes solo se
      *    cuenta.
       ANOTAR-IMPAGO.
           ADD 1 TO NUM-IMPAGADAS.

           IF PRE-CUOTA-IMPAGADA
               GO TO ANOTAR-IMPAGO-FIN.

           SET PRE-CUOTA-IMPAGADA TO TRUE.
           REWRITE PRESTAMO-REG INVALID KEY
               MOVE 6 TO DEBUG
               MOVE "ANOTAR-IMPAGO" TO LOG-PARRAFO
               MOVE "PRESTAMOS"     TO LOG-FICHERO
               MOVE FSP             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO ANOTAR-IMPAGO-FIN.

           MOVE PRE-TARJETA TO NT-TARJETA.
           MOVE "PR" TO NT-EVENTO.
           MOVE "Cuota de prestamo impagada" TO NT-DETALLE.
           CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO, NT-DETALLE.

       ANOTAR-IMPAGO-FIN.
           CONTINUE.

      *    Un cargo de la cuota (capital o intereses) como movimiento
      *    EJECUTADO con la fecha de negocio. Un importe cero no se
      *    graba.
       CARGAR-MOVIMIENTO.
           IF CENT-CARGO = 0
               GO TO CARGAR-MOVIMIENTO-FIN.

           MOVE "N" TO BP2-MODO.
           MOVE PRE-TARJETA TO BP2-TNUM.
           MOVE CENT-CARGO TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE 7 TO DEBUG
               MOVE "CARGAR-MOVIMIENTO" TO LOG-PARRAFO
               MOVE "BANKPOST"          TO LOG-FICHERO
               MOVE "99"                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CARGAR-MOVIMIENTO-FIN.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.
           IF FSM <> 00
               MOVE 7 TO DEBUG
               MOVE "CARGAR-MOVIMIENTO" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CARGAR-MOVIMIENTO-FIN.

           MOVE BP2-MOV-NUM     TO MOV-NUM.
           MOVE PRE-TARJETA     TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           DIVIDE CENT-CARGO BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE CONCEPTO-CUOTA  TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT   TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC   TO MOV-SALDOPOS-DEC.
           MOVE 0               TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-REFERENCIA.
           MOVE 0               TO MOV-NUM-PAR.
           MOVE 0               TO MOV-NUM-REVERSO.
           SET MOV-EJECUTADO TO TRUE.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE 8 TO DEBUG
               MOVE "CARGAR-MOVIMIENTO" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"       TO LOG-FICHERO
               MOVE FSM                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

           CLOSE F-MOVIMIENTOS.

       CARGAR-MOVIMIENTO-FIN.
           CONTINUE.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               GO TO MOVIMIENTOS-OPEN.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK48 - Error de fichero. FSP=" FSP " FSM=" FSM
               " DEBUG=" DEBUG.

       END PROGRAM BANK48.
