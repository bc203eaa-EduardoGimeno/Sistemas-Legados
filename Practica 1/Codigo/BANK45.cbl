       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK45.

      *    Batch mensual: deteccion de cuentas inactivas. Recorre las
      *    tarjetas activas e inactivas de tarjetas.ubd y calcula la
      *    ultima actividad del cliente en cada una, que es la mas
      *    reciente de:
      *      - un movimiento EJECUTADO iniciado por el cliente
      *        (ingreso, ingreso de cheque, reintegro, transferencia
      *        puntual o a otra entidad) en el libro en linea o, si
      *        el libro no tiene ninguno, en movarchivo.ubd (BANK33
      *        archiva antes de que venza el plazo de inactividad);
      *        los cargos y abonos del propio banco y las mensuales
      *        programadas no cuentan;
      *      - el alta o el ultimo cambio de clave (TPIN-FECHA-E);
      *      - una visita a sucursal anotada en desbloqueos.txt
      *        (desbloqueos de BANK14/BANK25 y reactivaciones de
      *        BANK13).
      *    Una tarjeta activa sin actividad desde hace INACTMESES
      *    meses (parametros.ubd; sin fila en vigor, 24) pasa a
      *    inactiva: BANKPIN la rechaza en el login y solo se
      *    reactiva en sucursal (BANK13) con el titular delante. Al
      *    cliente se le avisa por BANKNOT con el evento "IN".
      *
      *    Cumplimiento recibe informeinactivas.txt (regrabado en
      *    cada ejecucion) con todas las tarjetas inactivas agrupadas
      *    por titular, senalando las marcadas en esta pasada. La
      *    agrupacion sigue el esquema de BANK35: el fichero de
      *    trabajo sale en orden de tarjeta y cada titular se emite
      *    una sola vez, al llegar a su tarjeta mas baja.
      *
      *    Se lanza desde BANK18 todas las noches pero solo trabaja
      *    la primera fecha de negocio de cada mes: si la ultima
      *    liquidada (BANKCTL modo "U") es del mismo mes, anota la
      *    fecha como liquidada sin hacer nada.

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

           SELECT CLIENTES ASSIGN TO "clientes.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT F-TRABAJO ASSIGN TO "bank45.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

           SELECT F-GRUPO ASSIGN TO "bank45.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT F-INFORME ASSIGN TO "informeinactivas.txt"
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

       FD CLIENTES.
           COPY CLIREG.

      *    Una linea por tarjeta inactiva, en orden de tarjeta.
       FD F-TRABAJO.
       01 TRABAJO-REG.
           02 TRB-DNI               PIC  X(9).
           02 TRB-TARJETA           PIC 9(16).
           02 TRB-ULTIMA            PIC  9(8).
           02 TRB-NUEVA             PIC  X(1).

      *    El mismo fichero de trabajo, releido para agrupar.
       FD F-GRUPO.
       01 GRUPO-REG.
           02 GRP-DNI               PIC  X(9).
           02 GRP-TARJETA           PIC 9(16).
           02 GRP-ULTIMA            PIC  9(8).
           02 GRP-NUEVA             PIC  X(1).
               88 GRP-ES-NUEVA         VALUE "S".

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FST                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSA                        PIC  X(2).
       77 FSD                        PIC  X(2).
       77 FSL                        PIC  X(2).
       77 FSW                        PIC  X(2).
       77 FSG                        PIC  X(2).
       77 FSI                        PIC  X(2).

       01 FECHA-PROCESO.
           05 FPR-ANO                PIC  9(4).
           05 FPR-MES                PIC  9(2).
           05 FPR-DIA                PIC  9(2).

       01 FECHA-CORTE.
           05 CORTE-ANO              PIC  9(4).
           05 CORTE-MES              PIC  9(2).
           05 CORTE-DIA              PIC  9(2).
       01 FECHA-CORTE-NUM REDEFINES FECHA-CORTE PIC 9(8).

       01 FECHA-TEXTO.
           05 FTX-DIA                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-MES                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-ANO                PIC  9(4).

       77 MSJ-INGRESO                PIC  X(35) VALUE "Ingreso".
       77 MSJ-CHEQUE                 PIC  X(35)
           VALUE "Ingreso de cheque".
       77 MSJ-REINTEGRO              PIC  X(35) VALUE "Reintegro".
       77 MSJ-ORD                    PIC  X(35) VALUE "Transferimos".
       77 MSJ-EXT                    PIC  X(35)
           VALUE "Transferencia a otra entidad".

       77 MESES-INACT                PIC  9(3) VALUE 24.
       77 MESES-TOTAL                PIC  9(6).
       77 ULTIMA-LIQUIDADA           PIC  9(8).
       77 MES-ULTIMA                 PIC  9(6).
       77 MES-PROCESO                PIC  9(6).

      *    Ultima actividad de la tarjeta en curso.
       77 ULTIMA-ACTIVIDAD           PIC  9(8).
       77 FECHA-LEIDA                PIC  9(8).
       77 CONCEPTO-LEIDO             PIC  X(35).
       77 EN-LIBRO                   PIC  9(1).
           88 HAY-EN-LIBRO             VALUE 1.
       77 MARCADA-AHORA              PIC  9(1).
           88 ES-NUEVA                 VALUE 1.
       77 PRIMERA-COINCIDENCIA       PIC  9(1).
           88 ES-PRIMERA               VALUE 1.

       77 NUM-TARJETAS               PIC  9(7) VALUE 0.
       77 NUM-NUEVAS                 PIC  9(7) VALUE 0.
       77 NUM-INACTIVAS              PIC  9(7) VALUE 0.
       77 NUM-TITULARES              PIC  9(7) VALUE 0.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 NT-TARJETA                 PIC  9(16).
       77 NT-EVENTO                  PIC  X(2).
       77 NT-DETALLE                 PIC  X(35).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK45".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 PA-MODO                    PIC  X(1).
       77 PA-CLAVE                   PIC  X(12).
       77 PA-FECHA                   PIC  9(8).
       77 PA-VALOR-ENT               PIC S9(9).
       77 PA-VALOR-DEC               PIC  9(4).
       77 PA-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK45".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK45 - Cuentas inactivas".

      *    Ultima fecha liquidada, antes de pedir la de hoy: decide si
      *    este mes ya se reviso.
           MOVE "U" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK45 - Error de control"
               GOBACK.
           MOVE BT-FECHA TO ULTIMA-LIQUIDADA.

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK45 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK45 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE BT-FECHA TO FECHA-PROCESO.
           MOVE 0 TO PROCESO-FALLIDO.

           COMPUTE MES-ULTIMA = ULTIMA-LIQUIDADA / 100.
           COMPUTE MES-PROCESO = BT-FECHA / 100.
           IF MES-ULTIMA = MES-PROCESO
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               DISPLAY "BANK45 - " BT-FECHA
                   " - Mes ya revisado, se omite"
               GOBACK.

           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-FIN.

      *    Fecha de corte: la de negocio menos MESES-INACT meses. Solo
      *    se compara, asi que un 30 de febrero no molesta.
           COMPUTE MESES-TOTAL = (FPR-ANO * 12) + FPR-MES - 1
               - MESES-INACT.
           DIVIDE MESES-TOTAL BY 12 GIVING CORTE-ANO
               REMAINDER CORTE-MES.
           ADD 1 TO CORTE-MES.
           MOVE FPR-DIA TO CORTE-DIA.

           OPEN OUTPUT F-TRABAJO.
           IF FSW <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "TRABAJO"  TO LOG-FICHERO
               MOVE FSW        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GOBACK.

           OPEN I-O TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               CLOSE F-TRABAJO
               GO TO EMITIR-INFORME.
           IF FST <> 00
               MOVE 2 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "TARJETAS" TO LOG-FICHERO
               MOVE FST        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-TRABAJO
               GOBACK.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               CLOSE TARJETAS
               CLOSE F-TRABAJO
               GO TO EMITIR-INFORME.
           IF FSM <> 00
               MOVE 3 TO DEBUG
               MOVE "INICIO"      TO LOG-PARRAFO
               MOVE "MOVIMIENTOS" TO LOG-FICHERO
               MOVE FSM           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE TARJETAS
               CLOSE F-TRABAJO
               GOBACK.

       RECORRER-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO FIN-RECORRIDO.

           IF NOT TARJ-ACTIVA AND NOT TARJ-INACTIVA
               GO TO RECORRER-TARJETAS.

           ADD 1 TO NUM-TARJETAS.
           MOVE 0 TO MARCADA-AHORA.
           PERFORM CALCULAR-ACTIVIDAD THRU CALCULAR-ACTIVIDAD-FIN.

           IF TARJ-ACTIVA AND ULTIMA-ACTIVIDAD < FECHA-CORTE-NUM
               PERFORM MARCAR-INACTIVA THRU MARCAR-INACTIVA-FIN.

           IF HUBO-FALLO
               GO TO FIN-RECORRIDO.

           IF TARJ-INACTIVA
               PERFORM ANOTAR-TRABAJO THRU ANOTAR-TRABAJO-FIN.

           GO TO RECORRER-TARJETAS.

       FIN-RECORRIDO.
           CLOSE F-MOVIMIENTOS.
           CLOSE TARJETAS.
           CLOSE F-TRABAJO.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y el mes se revisa en la
      *    proxima pasada. Lo ya marcado no se repite, porque solo
      *    se marcan tarjetas activas.
           IF HUBO-FALLO
               DISPLAY "BANK45 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

       EMITIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               MOVE 4 TO DEBUG
               MOVE "EMITIR-INFORME" TO LOG-PARRAFO
               MOVE "INFORME"        TO LOG-FICHERO
               MOVE FSI              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               DISPLAY "BANK45 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE CORTE-DIA TO FTX-DIA.
           MOVE CORTE-MES TO FTX-MES.
           MOVE CORTE-ANO TO FTX-ANO.
           MOVE SPACES TO INFORME-LINEA.
           STRING "UnizarBank - Tarjetas inactivas a " BT-FECHA
               " (sin actividad desde " FECHA-TEXTO ")"
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           OPEN INPUT CLIENTES.
           OPEN INPUT F-TRABAJO.
           IF FSW <> 00
               GO TO EMITIR-INFORME-TOTALES.

       EMITIR-INFORME-READ.
           READ F-TRABAJO AT END
               GO TO EMITIR-INFORME-CLOSE.

           PERFORM EMITIR-TITULAR THRU EMITIR-TITULAR-FIN.

           GO TO EMITIR-INFORME-READ.

       EMITIR-INFORME-CLOSE.
           CLOSE F-TRABAJO.

       EMITIR-INFORME-TOTALES.
           CLOSE CLIENTES.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Tarjetas revisadas:       " NUM-TARJETAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Marcadas inactivas hoy:   " NUM-NUEVAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Tarjetas inactivas:       " NUM-INACTIVAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Titulares afectados:      " NUM-TITULARES
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           CLOSE F-INFORME.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK45 - " BT-FECHA " - OK - Tarjetas: "
               NUM-TARJETAS ", nuevas inactivas: " NUM-NUEVAS
               ", total inactivas: " NUM-INACTIVAS.

           GOBACK.

      *    Plazo en parametros.ubd a la fecha de negocio; sin fila en
      *    vigor (o con un valor absurdo) queda el de siempre.
       LEER-PARAMETROS.
           MOVE "L" TO PA-MODO.
           MOVE "INACTMESES" TO PA-CLAVE.
           MOVE BT-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT NOT > 120
               MOVE PA-VALOR-ENT TO MESES-INACT.

       LEER-PARAMETROS-FIN.
           CONTINUE.

      *    Primero el libro en linea, entero para la tarjeta; si con
      *    eso y la fecha de clave no llega al corte se miran las
      *    visitas a sucursal y, solo si el libro no tenia ningun
      *    movimiento del cliente, el archivo, que no tiene clave por
      *    tarjeta y se recorre entero.
       CALCULAR-ACTIVIDAD.
           MOVE TPIN-FECHA-E TO ULTIMA-ACTIVIDAD.
           MOVE 0 TO EN-LIBRO.

           MOVE TNUM-E TO MOV-TARJETA.
           MOVE 0 TO MOV-ANO.
           MOVE 0 TO MOV-MES.
           MOVE 0 TO MOV-DIA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA-FECHA
               INVALID KEY GO TO CALCULAR-ACTIVIDAD-VISITAS.

       CALCULAR-ACTIVIDAD-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CALCULAR-ACTIVIDAD-VISITAS.

           IF MOV-TARJETA <> TNUM-E
               GO TO CALCULAR-ACTIVIDAD-VISITAS.

           IF NOT MOV-EJECUTADO
               GO TO CALCULAR-ACTIVIDAD-READ.

           MOVE MOV-CONCEPTO TO CONCEPTO-LEIDO.
           IF CONCEPTO-LEIDO <> MSJ-INGRESO
               AND CONCEPTO-LEIDO <> MSJ-CHEQUE
               AND CONCEPTO-LEIDO <> MSJ-REINTEGRO
               AND CONCEPTO-LEIDO <> MSJ-ORD
               AND CONCEPTO-LEIDO <> MSJ-EXT
                   GO TO CALCULAR-ACTIVIDAD-READ.

           MOVE 1 TO EN-LIBRO.
           COMPUTE FECHA-LEIDA =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-LEIDA > ULTIMA-ACTIVIDAD
               MOVE FECHA-LEIDA TO ULTIMA-ACTIVIDAD.

           GO TO CALCULAR-ACTIVIDAD-READ.

       CALCULAR-ACTIVIDAD-VISITAS.
           IF ULTIMA-ACTIVIDAD NOT < FECHA-CORTE-NUM
               GO TO CALCULAR-ACTIVIDAD-FIN.

           PERFORM BUSCAR-VISITAS THRU BUSCAR-VISITAS-FIN.

           IF ULTIMA-ACTIVIDAD NOT < FECHA-CORTE-NUM
               OR HAY-EN-LIBRO
                   GO TO CALCULAR-ACTIVIDAD-FIN.

           PERFORM BUSCAR-ARCHIVO THRU BUSCAR-ARCHIVO-FIN.

       CALCULAR-ACTIVIDAD-FIN.
           CONTINUE.

      *    Cualquier anotacion de desbloqueos.txt es una visita del
      *    titular a la sucursal.
       BUSCAR-VISITAS.
           OPEN INPUT F-DESBLOQUEOS.
           IF FSD <> 00
               GO TO BUSCAR-VISITAS-FIN.

       BUSCAR-VISITAS-READ.
           READ F-DESBLOQUEOS AT END
               GO TO BUSCAR-VISITAS-CLOSE.

           IF DBL-TARJETA <> TNUM-E
               GO TO BUSCAR-VISITAS-READ.

           COMPUTE FECHA-LEIDA =
               (DBL-ANO * 10000) + (DBL-MES * 100) + DBL-DIA.
           IF FECHA-LEIDA > ULTIMA-ACTIVIDAD
               MOVE FECHA-LEIDA TO ULTIMA-ACTIVIDAD.

           GO TO BUSCAR-VISITAS-READ.

       BUSCAR-VISITAS-CLOSE.
           CLOSE F-DESBLOQUEOS.

       BUSCAR-VISITAS-FIN.
           CONTINUE.

       BUSCAR-ARCHIVO.
           OPEN INPUT F-ARCHIVO.
           IF FSA <> 00
               GO TO BUSCAR-ARCHIVO-FIN.

           MOVE 0 TO ARC-NUM.
           START F-ARCHIVO KEY IS NOT LESS THAN ARC-NUM
               INVALID KEY GO TO BUSCAR-ARCHIVO-CLOSE.

       BUSCAR-ARCHIVO-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               GO TO BUSCAR-ARCHIVO-CLOSE.

           IF ARC-TARJETA <> TNUM-E OR ARC-ESTADO <> "E"
               GO TO BUSCAR-ARCHIVO-READ.

           MOVE ARC-CONCEPTO TO CONCEPTO-LEIDO.
           IF CONCEPTO-LEIDO <> MSJ-INGRESO
               AND CONCEPTO-LEIDO <> MSJ-CHEQUE
               AND CONCEPTO-LEIDO <> MSJ-REINTEGRO
               AND CONCEPTO-LEIDO <> MSJ-ORD
               AND CONCEPTO-LEIDO <> MSJ-EXT
                   GO TO BUSCAR-ARCHIVO-READ.

           COMPUTE FECHA-LEIDA =
               (ARC-ANO * 10000) + (ARC-MES * 100) + ARC-DIA.
           IF FECHA-LEIDA > ULTIMA-ACTIVIDAD
               MOVE FECHA-LEIDA TO ULTIMA-ACTIVIDAD.

           GO TO BUSCAR-ARCHIVO-READ.

       BUSCAR-ARCHIVO-CLOSE.
           CLOSE F-ARCHIVO.

       BUSCAR-ARCHIVO-FIN.
           CONTINUE.

       MARCAR-INACTIVA.
           SET TARJ-INACTIVA TO TRUE.
           REWRITE TARJETAREG INVALID KEY
               MOVE 5 TO DEBUG
               MOVE "MARCAR-INACTIVA" TO LOG-PARRAFO
               MOVE "TARJETAS"        TO LOG-FICHERO
               MOVE FST               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO MARCAR-INACTIVA-FIN.

           MOVE 1 TO MARCADA-AHORA.
           ADD 1 TO NUM-NUEVAS.

           PERFORM FORMATEAR-ULTIMA THRU FORMATEAR-ULTIMA-FIN.
           MOVE TNUM-E TO NT-TARJETA.
           MOVE "IN" TO NT-EVENTO.
           MOVE SPACES TO NT-DETALLE.
           IF ULTIMA-ACTIVIDAD = 0
               MOVE "Sin actividad registrada" TO NT-DETALLE
           ELSE
               STRING "Sin actividad desde " FECHA-TEXTO
                   DELIMITED BY SIZE INTO NT-DETALLE.
           CALL "BANKNOT" USING NT-TARJETA, NT-EVENTO, NT-DETALLE.

       MARCAR-INACTIVA-FIN.
           CONTINUE.

       ANOTAR-TRABAJO.
           MOVE TDNI-E TO TRB-DNI.
           MOVE TNUM-E TO TRB-TARJETA.
           MOVE ULTIMA-ACTIVIDAD TO TRB-ULTIMA.
           IF ES-NUEVA
               MOVE "S" TO TRB-NUEVA
           ELSE
               MOVE "N" TO TRB-NUEVA.
           WRITE TRABAJO-REG.
           ADD 1 TO NUM-INACTIVAS.

       ANOTAR-TRABAJO-FIN.
           CONTINUE.

      *    Se relee el fichero de trabajo buscando el DNI de la linea
      *    en curso: si su primera aparicion es una tarjeta anterior,
      *    el titular ya salio en el informe; si es esta, se emite
      *    con todas sus tarjetas.
       EMITIR-TITULAR.
           MOVE 1 TO PRIMERA-COINCIDENCIA.

           OPEN INPUT F-GRUPO.
           IF FSG <> 00
               GO TO EMITIR-TITULAR-FIN.

       EMITIR-TITULAR-READ.
           READ F-GRUPO AT END
               GO TO EMITIR-TITULAR-CLOSE.

           IF GRP-DNI <> TRB-DNI
               GO TO EMITIR-TITULAR-READ.

           IF ES-PRIMERA
               MOVE 0 TO PRIMERA-COINCIDENCIA
               IF GRP-TARJETA < TRB-TARJETA
                   GO TO EMITIR-TITULAR-CLOSE
               END-IF
               PERFORM EMITIR-CABECERA THRU EMITIR-CABECERA-FIN
           END-IF.

           MOVE GRP-ULTIMA TO ULTIMA-ACTIVIDAD.
           PERFORM FORMATEAR-ULTIMA THRU FORMATEAR-ULTIMA-FIN.
           MOVE SPACES TO INFORME-LINEA.
           IF GRP-ULTIMA = 0
               STRING "    Tarjeta " GRP-TARJETA
                   "  sin actividad registrada"
                   DELIMITED BY SIZE INTO INFORME-LINEA
           ELSE
               STRING "    Tarjeta " GRP-TARJETA
                   "  ultima actividad " FECHA-TEXTO
                   DELIMITED BY SIZE INTO INFORME-LINEA.
           IF GRP-ES-NUEVA
               MOVE "NUEVA" TO INFORME-LINEA(70:5).
           WRITE INFORME-LINEA.

           GO TO EMITIR-TITULAR-READ.

       EMITIR-TITULAR-CLOSE.
           CLOSE F-GRUPO.

       EMITIR-TITULAR-FIN.
           CONTINUE.

       EMITIR-CABECERA.
           ADD 1 TO NUM-TITULARES.

           MOVE TRB-DNI TO CLI-DNI.
           READ CLIENTES INVALID KEY
               MOVE "(sin ficha de cliente)" TO CLI-NOMBRE
               MOVE SPACES TO CLI-DIRECCION
               MOVE SPACES TO CLI-POBLACION.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Titular " TRB-DNI "  " CLI-NOMBRE
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "        " CLI-DIRECCION " " CLI-POBLACION
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

       EMITIR-CABECERA-FIN.
           CONTINUE.

       FORMATEAR-ULTIMA.
           MOVE ULTIMA-ACTIVIDAD(7:2) TO FTX-DIA.
           MOVE ULTIMA-ACTIVIDAD(5:2) TO FTX-MES.
           MOVE ULTIMA-ACTIVIDAD(1:4) TO FTX-ANO.

       FORMATEAR-ULTIMA-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK45 - Error de fichero. DEBUG=" DEBUG.

       END PROGRAM BANK45.
