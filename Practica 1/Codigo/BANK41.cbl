       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK41.

      *    Batch nocturno: vigilancia de fraude sobre los movimientos
      *    del dia. Recorre las tarjetas no cerradas y, para cada
      *    una, los movimientos EJECUTADOS de la fecha de negocio por
      *    la clave alternativa MOV-TARJETA-FECHA, buscando cuatro
      *    patrones de riesgo:
      *      RE  mas reintegros de BANK7 en el dia de los admitidos
      *          (FRAUDREINT; sin fila en vigor, 3). Media.
      *      EX  transferencia a otra entidad el mismo dia de un
      *          cambio de clave (TPIN-FECHA-E: BANK9, BANK25, alta)
      *          o despues de un desbloqueo anotado en
      *          desbloqueos.txt (BANK14, BANK25, y reactivaciones
      *          de BANK13). Grave.
      *      NC  primera transferencia a una cuenta que la tarjeta no
      *          habia usado nunca (ni en el libro ni en el archivo)
      *          por importe igual o superior a FRAUDIMPORTE, en
      *          centimos (sin fila, 100000: 1000 EUR). Media.
      *      DS  saldo llevado por el propio cliente hasta el
      *          FRAUDDESCUB por ciento o mas de su linea de
      *          descubierto (sin fila, 90). Grave.
      *    Cada alerta se anota en alertasfraude.txt (ALERTAREG,
      *    acumulativo) y en el informe de la manana
      *    informefraude.txt (regrabado en cada ejecucion), y se
      *    avisa al cliente por BANKNOT con el evento "FR". Las
      *    graves no retienen la tarjeta: dejan una solicitud de
      *    retencion en la cola de aprobaciones para que un
      *    supervisor la resuelva en BANK25. La fecha de negocio la
      *    administra BANKCTL (fijada por BANK18 al recuperar dias).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-DESBLOQUEOS ASSIGN TO "desbloqueos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT F-APROBACIONES ASSIGN TO "aprobaciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-NUM
           FILE STATUS IS FSQ.

           SELECT F-ALERTAS ASSIGN TO "alertasfraude.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-INFORME ASSIGN TO "informefraude.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS.
           COPY TARJREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD F-ARCHIVO.
           COPY ARCHREG.

       FD F-DESBLOQUEOS.
           COPY DESBLOREG.

       FD F-APROBACIONES.
           COPY APRREG.

       FD F-ALERTAS.
           COPY ALERTAREG.

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FST                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSA                        PIC  X(2).
       77 FSD                        PIC  X(2).
       77 FSQ                        PIC  X(2).
       77 FSE                        PIC  X(2).
       77 FSI                        PIC  X(2).

       01 FECHA-PROCESO.
           05 FPR-ANO                PIC  9(4).
           05 FPR-MES                PIC  9(2).
           05 FPR-DIA                PIC  9(2).

       77 MSJ-REINTEGRO              PIC  X(35) VALUE "Reintegro".
       77 MSJ-ORD                    PIC  X(35) VALUE "Transferimos".
       77 MSJ-EXT                    PIC  X(35)
           VALUE "Transferencia a otra entidad".

      *    Umbrales de parametros.ubd, con sus valores por defecto.
       77 MAX-REINTEGROS             PIC  9(4) VALUE 3.
       77 IMPORTE-NUEVA-CENT         PIC  9(11) VALUE 100000.
       77 PCT-DESCUBIERTO            PIC  9(3) VALUE 90.

      *    Acumulados de la tarjeta en curso.
       77 NUM-REINTEGROS             PIC  9(4).
       77 ULT-REINTEGRO              PIC  9(35).
       77 ULT-EXTERNA                PIC  9(35).
       77 HORA-EXTERNA               PIC  9(6).
       77 HORA-DESBLOQUEO            PIC  9(6).
       77 ULT-MOV-NUM                PIC  9(35).
       77 ULT-SALDO-CENT             PIC S9(11).
       77 UMBRAL-DESCUB-CENT         PIC  9(11).
       77 IMPORTE-MOV-ENT            PIC S9(7).
       77 CENT-MOV                   PIC  9(11).
       77 CARGO-CLIENTE              PIC  9(1).
           88 HUBO-CARGO-CLIENTE       VALUE 1.
       77 DESBLOQUEO-PREVIO          PIC  9(1).
           88 HUBO-DESBLOQUEO          VALUE 1.
       77 RETENCION-PEDIDA           PIC  9(1).
           88 YA-PEDIDA                VALUE 1.
       77 HAY-PENDIENTE              PIC  9(1).
           88 RETENCION-EN-COLA        VALUE 1.

      *    Cuentas destino candidatas a "cuenta nueva": transferencias
      *    del dia por encima del umbral, una entrada por cuenta.
       77 NUM-CANDIDATOS             PIC  9(2).
       77 MAX-CANDIDATOS             PIC  9(2) VALUE 20.
       77 NUM-SIN-VER                PIC  9(2).
       77 CONTRAPARTIDA-LEIDA        PIC  9(16).
       77 IDX                        PIC  9(2).
       01 TABLA-CANDIDATOS.
           05 CANDIDATO OCCURS 20 TIMES.
               10 CAND-CUENTA        PIC  9(16).
               10 CAND-MOV-NUM       PIC  9(35).
               10 CAND-VISTA         PIC  9(1).

       77 SIGUIENTE-NUM              PIC  9(9).
       77 SEVERIDAD-TEXTO            PIC  X(5).

       77 NUM-TARJETAS               PIC  9(7) VALUE 0.
       77 NUM-ALERTAS-A              PIC  9(7) VALUE 0.
       77 NUM-ALERTAS-M              PIC  9(7) VALUE 0.
       77 NUM-RETENCIONES            PIC  9(7) VALUE 0.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).
       77 NT-DETALLE                 PIC  X(35).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK41".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 PA-MODO                    PIC  X(1).
       77 PA-CLAVE                   PIC  X(12).
       77 PA-FECHA                   PIC  9(8).
       77 PA-VALOR-ENT               PIC S9(9).
       77 PA-VALOR-DEC               PIC  9(4).
       77 PA-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK41".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK41 - Vigilancia de fraude".

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK41 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK41 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE BT-FECHA TO FECHA-PROCESO.
           MOVE 0 TO PROCESO-FALLIDO.

           PERFORM LEER-UMBRALES THRU LEER-UMBRALES-FIN.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "INFORME"  TO LOG-FICHERO
               MOVE FSI        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GOBACK.

           MOVE SPACES TO INFORME-LINEA.
           STRING "UnizarBank - Alertas de fraude del " BT-FECHA
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               GO TO FIN-VIGILANCIA.
           IF FST <> 00
               MOVE 2 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "TARJETAS" TO LOG-FICHERO
               MOVE FST        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-INFORME
               GOBACK.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               CLOSE TARJETAS
               GO TO FIN-VIGILANCIA.
           IF FSM <> 00
               MOVE 3 TO DEBUG
               MOVE "INICIO"      TO LOG-PARRAFO
               MOVE "MOVIMIENTOS" TO LOG-FICHERO
               MOVE FSM           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE TARJETAS
               CLOSE F-INFORME
               GOBACK.

       RECORRER-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO FIN-RECORRIDO.

           IF TARJ-CERRADA
               GO TO RECORRER-TARJETAS.

           ADD 1 TO NUM-TARJETAS.
           PERFORM ANALIZAR-TARJETA THRU ANALIZAR-TARJETA-FIN.

           IF HUBO-FALLO
               GO TO FIN-RECORRIDO.

           GO TO RECORRER-TARJETAS.

       FIN-RECORRIDO.
           CLOSE F-MOVIMIENTOS.
           CLOSE TARJETAS.

       FIN-VIGILANCIA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Tarjetas revisadas:       " NUM-TARJETAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Alertas graves:           " NUM-ALERTAS-A
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Alertas medias:           " NUM-ALERTAS-M
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Retenciones solicitadas:  " NUM-RETENCIONES
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           CLOSE F-INFORME.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y se reintenta en la
      *    proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK41 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK41 - " BT-FECHA " - OK - Tarjetas: "
               NUM-TARJETAS ", alertas graves: " NUM-ALERTAS-A
               ", medias: " NUM-ALERTAS-M.
           IF NUM-RETENCIONES > 0
               DISPLAY "BANK41 - Retenciones pendientes de aprobar: "
                   NUM-RETENCIONES.

           GOBACK.

      *    Umbrales en parametros.ubd a la fecha de negocio; sin fila
      *    en vigor (o con un valor absurdo) quedan los de siempre.
       LEER-UMBRALES.
           MOVE "L" TO PA-MODO.
           MOVE "FRAUDREINT" TO PA-CLAVE.
           MOVE BT-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT < 9999
               MOVE PA-VALOR-ENT TO MAX-REINTEGROS.

           MOVE "L" TO PA-MODO.
           MOVE "FRAUDIMPORTE" TO PA-CLAVE.
           MOVE BT-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               MOVE PA-VALOR-ENT TO IMPORTE-NUEVA-CENT.

           MOVE "L" TO PA-MODO.
           MOVE "FRAUDDESCUB" TO PA-CLAVE.
           MOVE BT-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT NOT > 100
               MOVE PA-VALOR-ENT TO PCT-DESCUBIERTO.

       LEER-UMBRALES-FIN.
           CONTINUE.

      *    Movimientos del dia de la tarjeta: el START en tarjeta +
      *    fecha de negocio deja el cursor en el primero y el barrido
      *    para en cuanto cambia la tarjeta o el dia.
       ANALIZAR-TARJETA.
           MOVE 0 TO NUM-REINTEGROS.
           MOVE 0 TO ULT-REINTEGRO.
           MOVE 0 TO ULT-EXTERNA.
           MOVE 0 TO HORA-EXTERNA.
           MOVE 0 TO ULT-MOV-NUM.
           MOVE 0 TO ULT-SALDO-CENT.
           MOVE 0 TO CARGO-CLIENTE.
           MOVE 0 TO RETENCION-PEDIDA.
           MOVE 0 TO NUM-CANDIDATOS.

           MOVE TNUM-E TO MOV-TARJETA.
           MOVE FPR-ANO TO MOV-ANO.
           MOVE FPR-MES TO MOV-MES.
           MOVE FPR-DIA TO MOV-DIA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA-FECHA
               INVALID KEY GO TO ANALIZAR-TARJETA-FIN.

       ANALIZAR-TARJETA-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO ANALIZAR-EVALUAR.

           IF MOV-TARJETA <> TNUM-E
               OR MOV-FECHA <> FECHA-PROCESO
                   GO TO ANALIZAR-EVALUAR.

           IF NOT MOV-EJECUTADO
               GO TO ANALIZAR-TARJETA-READ.

           PERFORM CLASIFICAR-MOVIMIENTO
               THRU CLASIFICAR-MOVIMIENTO-FIN.

           GO TO ANALIZAR-TARJETA-READ.

       ANALIZAR-EVALUAR.
           IF ULT-MOV-NUM = 0
               GO TO ANALIZAR-TARJETA-FIN.

           IF NUM-REINTEGROS > MAX-REINTEGROS
               MOVE "RE" TO ALE-REGLA
               MOVE "M" TO ALE-SEVERIDAD
               MOVE ULT-REINTEGRO TO ALE-MOV-NUM
               MOVE "Reintegros repetidos en el dia"
                   TO ALE-DETALLE
               PERFORM GRABAR-ALERTA THRU GRABAR-ALERTA-FIN.

           IF ULT-EXTERNA <> 0
               PERFORM VERIFICAR-EXTERNA THRU VERIFICAR-EXTERNA-FIN.

           IF NUM-CANDIDATOS > 0
               PERFORM VERIFICAR-CUENTAS THRU VERIFICAR-CUENTAS-FIN.

           IF HUBO-CARGO-CLIENTE AND TDESCUB-E > 0
               PERFORM VERIFICAR-DESCUBIERTO
                   THRU VERIFICAR-DESCUBIERTO-FIN.

       ANALIZAR-TARJETA-FIN.
           CONTINUE.

      *    MOV-IMPORTE-DEC no lleva signo: para los umbrales basta el
      *    importe absoluto en centimos, el sentido lo da el concepto.
       CLASIFICAR-MOVIMIENTO.
           MOVE MOV-IMPORTE-ENT TO IMPORTE-MOV-ENT.
           IF IMPORTE-MOV-ENT < 0
               MULTIPLY -1 BY IMPORTE-MOV-ENT.
           COMPUTE CENT-MOV = (IMPORTE-MOV-ENT * 100) + MOV-IMPORTE-DEC.

      *    El ultimo movimiento del dia (el de numero mas alto) da el
      *    saldo con que la tarjeta cierra la jornada.
           IF MOV-NUM > ULT-MOV-NUM
               MOVE MOV-NUM TO ULT-MOV-NUM
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE ULT-SALDO-CENT =
                       (MOV-SALDOPOS-ENT * 100) - MOV-SALDOPOS-DEC
               ELSE
                   COMPUTE ULT-SALDO-CENT =
                       (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC
               END-IF
           END-IF.

           IF MOV-CONCEPTO = MSJ-REINTEGRO
               ADD 1 TO NUM-REINTEGROS
               MOVE MOV-NUM TO ULT-REINTEGRO
               MOVE 1 TO CARGO-CLIENTE
               GO TO CLASIFICAR-MOVIMIENTO-FIN.

           IF MOV-CONCEPTO = MSJ-EXT
               MOVE MOV-NUM TO ULT-EXTERNA
               COMPUTE HORA-EXTERNA =
                   (MOV-HOR * 10000) + (MOV-MIN * 100) + MOV-SEG.

           IF MOV-CONCEPTO = MSJ-EXT OR MOV-CONCEPTO = MSJ-ORD
               MOVE 1 TO CARGO-CLIENTE
               IF CENT-MOV NOT < IMPORTE-NUEVA-CENT
                   AND MOV-CONTRAPARTIDA <> 0
                       PERFORM ANOTAR-CANDIDATO
                           THRU ANOTAR-CANDIDATO-FIN
               END-IF
           END-IF.

       CLASIFICAR-MOVIMIENTO-FIN.
           CONTINUE.

       ANOTAR-CANDIDATO.
           MOVE 0 TO IDX.

       ANOTAR-CANDIDATO-BUSCAR.
           ADD 1 TO IDX.
           IF IDX > NUM-CANDIDATOS
               GO TO ANOTAR-CANDIDATO-NUEVO.
           IF CAND-CUENTA(IDX) = MOV-CONTRAPARTIDA
               GO TO ANOTAR-CANDIDATO-FIN.
           GO TO ANOTAR-CANDIDATO-BUSCAR.

       ANOTAR-CANDIDATO-NUEVO.
           IF NUM-CANDIDATOS NOT < MAX-CANDIDATOS
               GO TO ANOTAR-CANDIDATO-FIN.

           ADD 1 TO NUM-CANDIDATOS.
           MOVE MOV-CONTRAPARTIDA TO CAND-CUENTA(NUM-CANDIDATOS).
           MOVE MOV-NUM TO CAND-MOV-NUM(NUM-CANDIDATOS).
           MOVE 0 TO CAND-VISTA(NUM-CANDIDATOS).

       ANOTAR-CANDIDATO-FIN.
           CONTINUE.

      *    Transferencia a otra entidad: grave si la clave se cambio
      *    ese mismo dia o si la tarjeta se desbloqueo antes de la
      *    transferencia; tras un desbloqueo o un cambio de clave es
      *    cuando quien ha tomado la tarjeta saca el dinero fuera.
       VERIFICAR-EXTERNA.
           MOVE 0 TO DESBLOQUEO-PREVIO.

           IF TPIN-FECHA-E = BT-FECHA
               MOVE "Externa tras cambio de clave" TO ALE-DETALLE
               GO TO VERIFICAR-EXTERNA-ALERTA.

           OPEN INPUT F-DESBLOQUEOS.
           IF FSD <> 00
               GO TO VERIFICAR-EXTERNA-FIN.

       VERIFICAR-EXTERNA-READ.
           READ F-DESBLOQUEOS AT END
               GO TO VERIFICAR-EXTERNA-CLOSE.

           IF DBL-TARJETA <> TNUM-E
               OR DBL-ANO <> FPR-ANO OR DBL-MES <> FPR-MES
               OR DBL-DIA <> FPR-DIA
                   GO TO VERIFICAR-EXTERNA-READ.

           COMPUTE HORA-DESBLOQUEO =
               (DBL-HOR * 10000) + (DBL-MIN * 100) + DBL-SEG.
           IF HORA-DESBLOQUEO NOT > HORA-EXTERNA
               MOVE 1 TO DESBLOQUEO-PREVIO.

           GO TO VERIFICAR-EXTERNA-READ.

       VERIFICAR-EXTERNA-CLOSE.
           CLOSE F-DESBLOQUEOS.

           IF NOT HUBO-DESBLOQUEO
               GO TO VERIFICAR-EXTERNA-FIN.

           MOVE "Externa tras desbloqueo" TO ALE-DETALLE.

       VERIFICAR-EXTERNA-ALERTA.
           MOVE "EX" TO ALE-REGLA.
           MOVE "A" TO ALE-SEVERIDAD.
           MOVE ULT-EXTERNA TO ALE-MOV-NUM.
           PERFORM GRABAR-ALERTA THRU GRABAR-ALERTA-FIN.

       VERIFICAR-EXTERNA-FIN.
           CONTINUE.

      *    Cuentas destino del dia contra el historial de la tarjeta:
      *    primero el libro en linea, anterior a la fecha de negocio
      *    (las mensuales, con fecha cero, cuentan como conocidas);
      *    solo si queda alguna sin ver se recorre el archivo, que no
      *    tiene clave por tarjeta. El cursor del dia ya no se
      *    necesita: el START lo recoloca.
       VERIFICAR-CUENTAS.
           MOVE NUM-CANDIDATOS TO NUM-SIN-VER.

           MOVE TNUM-E TO MOV-TARJETA.
           MOVE 0 TO MOV-ANO.
           MOVE 0 TO MOV-MES.
           MOVE 0 TO MOV-DIA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA-FECHA
               INVALID KEY GO TO VERIFICAR-CUENTAS-ARCHIVO.

       VERIFICAR-CUENTAS-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO VERIFICAR-CUENTAS-ARCHIVO.

           IF MOV-TARJETA <> TNUM-E
               OR MOV-FECHA NOT < FECHA-PROCESO
                   GO TO VERIFICAR-CUENTAS-ARCHIVO.

           IF MOV-CONTRAPARTIDA = 0
               GO TO VERIFICAR-CUENTAS-READ.

           MOVE MOV-CONTRAPARTIDA TO CONTRAPARTIDA-LEIDA.
           PERFORM MARCAR-VISTA THRU MARCAR-VISTA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-CANDIDATOS.

           IF NUM-SIN-VER = 0
               GO TO VERIFICAR-CUENTAS-ALERTAS.

           GO TO VERIFICAR-CUENTAS-READ.

       VERIFICAR-CUENTAS-ARCHIVO.
           OPEN INPUT F-ARCHIVO.
           IF FSA <> 00
               GO TO VERIFICAR-CUENTAS-ALERTAS.

           MOVE 0 TO ARC-NUM.
           START F-ARCHIVO KEY IS NOT LESS THAN ARC-NUM
               INVALID KEY GO TO VERIFICAR-CUENTAS-CLOSE.

       VERIFICAR-CUENTAS-ARC-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               GO TO VERIFICAR-CUENTAS-CLOSE.

           IF ARC-TARJETA <> TNUM-E OR ARC-CONTRAPARTIDA = 0
               GO TO VERIFICAR-CUENTAS-ARC-READ.

           MOVE ARC-CONTRAPARTIDA TO CONTRAPARTIDA-LEIDA.
           PERFORM MARCAR-VISTA THRU MARCAR-VISTA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-CANDIDATOS.

           IF NUM-SIN-VER = 0
               GO TO VERIFICAR-CUENTAS-CLOSE.

           GO TO VERIFICAR-CUENTAS-ARC-READ.

       VERIFICAR-CUENTAS-CLOSE.
           CLOSE F-ARCHIVO.

       VERIFICAR-CUENTAS-ALERTAS.
           PERFORM ALERTAR-CUENTA THRU ALERTAR-CUENTA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-CANDIDATOS.

       VERIFICAR-CUENTAS-FIN.
           CONTINUE.

       MARCAR-VISTA.
           IF CAND-VISTA(IDX) = 0
               AND CAND-CUENTA(IDX) = CONTRAPARTIDA-LEIDA
                   MOVE 1 TO CAND-VISTA(IDX)
                   SUBTRACT 1 FROM NUM-SIN-VER.

       MARCAR-VISTA-FIN.
           CONTINUE.

       ALERTAR-CUENTA.
           IF CAND-VISTA(IDX) = 1
               GO TO ALERTAR-CUENTA-FIN.

           MOVE "NC" TO ALE-REGLA.
           MOVE "M" TO ALE-SEVERIDAD.
           MOVE CAND-MOV-NUM(IDX) TO ALE-MOV-NUM.
           MOVE SPACES TO ALE-DETALLE.
           STRING "Primera a cuenta " CAND-CUENTA(IDX)
               DELIMITED BY SIZE INTO ALE-DETALLE.
           PERFORM GRABAR-ALERTA THRU GRABAR-ALERTA-FIN.

       ALERTAR-CUENTA-FIN.
           CONTINUE.

      *    Saldo vaciado: la tarjeta cierra el dia con el descubierto
      *    consumido al PCT-DESCUBIERTO por ciento o mas, y en el dia
      *    hubo cargos del propio cliente (un cargo de intereses o de
      *    comision por si solo no es sospechoso).
       VERIFICAR-DESCUBIERTO.
           IF ULT-SALDO-CENT NOT < 0
               GO TO VERIFICAR-DESCUBIERTO-FIN.

           COMPUTE UMBRAL-DESCUB-CENT = TDESCUB-E * PCT-DESCUBIERTO.
           IF (0 - ULT-SALDO-CENT) < UMBRAL-DESCUB-CENT
               GO TO VERIFICAR-DESCUBIERTO-FIN.

           MOVE "DS" TO ALE-REGLA.
           MOVE "A" TO ALE-SEVERIDAD.
           MOVE ULT-MOV-NUM TO ALE-MOV-NUM.
           MOVE "Descubierto agotado en el dia" TO ALE-DETALLE.
           PERFORM GRABAR-ALERTA THRU GRABAR-ALERTA-FIN.

       VERIFICAR-DESCUBIERTO-FIN.
           CONTINUE.

      *    Llega con ALE-REGLA, ALE-SEVERIDAD, ALE-MOV-NUM y
      *    ALE-DETALLE rellenos. Anota la alerta, la lleva al informe,
      *    avisa al cliente y, si es grave, pide la retencion (una
      *    sola por tarjeta y noche).
       GRABAR-ALERTA.
           MOVE BT-FECHA TO ALE-FECHA.
           MOVE TNUM-E TO ALE-TARJETA.

           OPEN EXTEND F-ALERTAS.
           IF FSE = 35
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN EXTEND F-ALERTAS.
           IF FSE <> 00
               MOVE 4 TO DEBUG
               MOVE "GRABAR-ALERTA" TO LOG-PARRAFO
               MOVE "ALERTAS"       TO LOG-FICHERO
               MOVE FSE             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO GRABAR-ALERTA-FIN.

           WRITE ALERTA-REG.
           CLOSE F-ALERTAS.

           IF ALE-ALTA
               MOVE "GRAVE" TO SEVERIDAD-TEXTO
               ADD 1 TO NUM-ALERTAS-A
           ELSE
               MOVE "MEDIA" TO SEVERIDAD-TEXTO
               ADD 1 TO NUM-ALERTAS-M.

           MOVE SPACES TO INFORME-LINEA.
           STRING ALE-TARJETA " " ALE-REGLA " " SEVERIDAD-TEXTO " "
               ALE-DETALLE DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "                 Movimiento " ALE-MOV-NUM
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE TNUM-E TO NT-TARJETA.
           MOVE "FR" TO NT-EVENTO.
           MOVE ALE-DETALLE TO NT-DETALLE.
           CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO, NT-DETALLE.

           IF ALE-ALTA AND NOT YA-PEDIDA
               PERFORM SOLICITAR-RETENCION
                   THRU SOLICITAR-RETENCION-FIN.

       GRABAR-ALERTA-FIN.
           CONTINUE.

      *    La retencion no se aplica aqui: queda como solicitud
      *    pendiente en la cola de doble control a nombre de BANK41,
      *    con la alerta como motivo, y la decide un supervisor en
      *    BANK25. Si la tarjeta ya tiene una retencion pendiente de
      *    otra noche no se duplica.
       SOLICITAR-RETENCION.
           MOVE 1 TO RETENCION-PEDIDA.

           PERFORM APROBACIONES-OPEN THRU APROBACIONES-OPEN-FIN.
           IF HUBO-FALLO
               GO TO SOLICITAR-RETENCION-FIN.

           PERFORM SIGUIENTE-NUMERO THRU SIGUIENTE-NUMERO-FIN.
           IF RETENCION-EN-COLA
               CLOSE F-APROBACIONES
               GO TO SOLICITAR-RETENCION-FIN.

           MOVE SIGUIENTE-NUM   TO APR-NUM.
           SET APR-RETENCION    TO TRUE.
           SET APR-PENDIENTE    TO TRUE.
           MOVE "BANK41"        TO APR-OPERADOR.
           MOVE SPACES          TO APR-SUPERVISOR.
           MOVE ALE-DETALLE     TO APR-MOTIVO.
           MOVE BT-FECHA        TO APR-FECHA.
           MOVE ALE-MOV-NUM     TO APR-MOV-NUM.
           MOVE TNUM-E          TO APR-TARJETA.
           MOVE 0               TO APR-PIN-NUEVO.
           MOVE SPACES          TO APR-CLAVE-PARAM.
           MOVE 0               TO APR-FECHA-EFECTO.
           MOVE 0               TO APR-VALOR-ENT.
           MOVE 0               TO APR-VALOR-DEC.

           WRITE APROBACION-REG INVALID KEY
               MOVE 5 TO DEBUG
               MOVE "SOLICITAR-RETENCION" TO LOG-PARRAFO
               MOVE "APROBACIONES"        TO LOG-FICHERO
               MOVE FSQ                   TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               CLOSE F-APROBACIONES
               GO TO SOLICITAR-RETENCION-FIN.

           CLOSE F-APROBACIONES.
           ADD 1 TO NUM-RETENCIONES.

       SOLICITAR-RETENCION-FIN.
           CONTINUE.

      *    El siguiente numero de solicitud es el mayor en fichero
      *    mas uno; la cola es pequena y se recorre entera, y de paso
      *    se mira si la tarjeta ya tiene una retencion pendiente.
       SIGUIENTE-NUMERO.
           MOVE 1 TO SIGUIENTE-NUM.
           MOVE 0 TO HAY-PENDIENTE.
           MOVE 0 TO APR-NUM.
           START F-APROBACIONES KEY IS NOT LESS THAN APR-NUM
               INVALID KEY GO TO SIGUIENTE-NUMERO-FIN.

       SIGUIENTE-NUMERO-READ.
           READ F-APROBACIONES NEXT RECORD AT END
               GO TO SIGUIENTE-NUMERO-FIN.

           COMPUTE SIGUIENTE-NUM = APR-NUM + 1.
           IF APR-RETENCION AND APR-PENDIENTE
               AND APR-TARJETA = TNUM-E
                   MOVE 1 TO HAY-PENDIENTE.
           GO TO SIGUIENTE-NUMERO-READ.

       SIGUIENTE-NUMERO-FIN.
           CONTINUE.

       APROBACIONES-OPEN.
           OPEN I-O F-APROBACIONES.
           IF FSQ = 35
               OPEN OUTPUT F-APROBACIONES
               CLOSE F-APROBACIONES
               GO TO APROBACIONES-OPEN.
           IF FSQ <> 00
               MOVE 6 TO DEBUG
               MOVE "APROBACIONES-OPEN" TO LOG-PARRAFO
               MOVE "APROBACIONES"      TO LOG-FICHERO
               MOVE FSQ                 TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.

       APROBACIONES-OPEN-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK41 - Error de fichero. DEBUG=" DEBUG.

       END PROGRAM BANK41.
