       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK52.

      *    Batch de cuadre de efectivo del cajero. Se lanza desde
      *    BANK18 todas las noches y cuadra la fecha de negocio con
      *    el diario electronico del cajero (diariocajero.txt, que
      *    graba BANKDIA):
      *
      *    - Existencias de apertura: las de cierre del ultimo cuadre
      *      anterior (linea "C" del diario). La primera vez, sin
      *      cuadre anterior, se reconstruyen desde el inventario de
      *      casetes.ubd deshaciendo las entregas y reposiciones
      *      anotadas desde la fecha.
      *    - Se recorren en orden las lineas de la fecha: cada entrega
      *      de BANK7 resta sus billetes, cada reposicion de BANK11 los
      *      suma y cada recuento fisico de BANK11 se compara con las
      *      existencias teoricas de ese momento; a partir de ahi
      *      manda lo contado.
      *    - Las entregas se cruzan por numero de movimiento con los
      *      reintegros ejecutados de la fecha en movimientos.ubd (y
      *      en movarchivo.ubd, donde BANK15 deja los de las tarjetas
      *      dadas de baja en el dia): tarjeta e importe deben
      *      coincidir y no debe quedar nada sin pareja.
      *
      *    Las diferencias van a descuadrecajero.txt, que solo crece:
      *    una cabecera por fecha, las diferencias y el resumen del
      *    cuadre. Al terminar se anotan en el diario las existencias
      *    de cierre, que son las de apertura del dia siguiente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIARIO ASSIGN TO "diariocajero.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSJ.

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

           SELECT F-INFORME ASSIGN TO "descuadrecajero.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD F-DIARIO.
           COPY DIACAJREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD F-ARCHIVO.
           COPY ARCHREG.

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSJ                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSA                        PIC  X(2).
       77 FSI                        PIC  X(2).

       77 MSJ-REINTEGRO              PIC  X(35) VALUE "Reintegro".

       01 FECHA-TEXTO.
           05 FTX-DIA                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-MES                PIC  9(2).
           05 FILLER                 PIC  X VALUE "-".
           05 FTX-ANO                PIC  9(4).

       01 HORA-TEXTO.
           05 HTX-HOR                PIC  9(2).
           05 FILLER                 PIC  X VALUE ":".
           05 HTX-MIN                PIC  9(2).
           05 FILLER                 PIC  X VALUE ":".
           05 HTX-SEG                PIC  9(2).

       77 FECHA-FORMATO              PIC  9(8).
       77 FECHA-MOV-NUM              PIC  9(8).

      *    Existencias por denominacion: apertura, teoricas en curso
      *    (a la hora de cada linea del diario) y lo movido en el dia.
       77 APERTURA10                 PIC S9(9).
       77 APERTURA20                 PIC S9(9).
       77 APERTURA50                 PIC S9(9).
       77 TEORICO10                  PIC S9(9).
       77 TEORICO20                  PIC S9(9).
       77 TEORICO50                  PIC S9(9).
       77 ENTREGADO10                PIC S9(9).
       77 ENTREGADO20                PIC S9(9).
       77 ENTREGADO50                PIC S9(9).
       77 REPUESTO10                 PIC S9(9).
       77 REPUESTO20                 PIC S9(9).
       77 REPUESTO50                 PIC S9(9).

      *    Entregas y reposiciones de la fecha en adelante, para
      *    reconstruir la apertura desde el inventario de casetes.
       77 POSTERIOR-ENT10            PIC S9(9).
       77 POSTERIOR-ENT20            PIC S9(9).
       77 POSTERIOR-ENT50            PIC S9(9).
       77 POSTERIOR-REP10            PIC S9(9).
       77 POSTERIOR-REP20            PIC S9(9).
       77 POSTERIOR-REP50            PIC S9(9).

       77 FECHA-CIERRE-ANT           PIC  9(8).
       77 HAY-CIERRE-ANT             PIC  9(1).
           88 CON-CIERRE-ANT           VALUE 1.

      *    Entregas del dia pendientes de cruzar con movimientos.
       77 MAX-APUNTES                PIC  9(5) VALUE 3000.
       77 NUM-APUNTES                PIC  9(5).
       77 IDX                        PIC  9(5).
       77 IDX-ENCONTRADO             PIC  9(5).
       77 TABLA-LLENA                PIC  9(1).
           88 CRUCE-INCOMPLETO         VALUE 1.
       01 TABLA-APUNTES.
           05 APUNTE OCCURS 3000 TIMES.
               10 APU-MOV-NUM        PIC  9(35).
               10 APU-TARJETA        PIC  9(16).
               10 APU-IMPORTE        PIC  9(7).
               10 APU-CASADO         PIC  9(1).

      *    Comparacion de una denominacion en un recuento.
       77 DENOM-ACTUAL               PIC  9(2).
       77 TEORICO-ACTUAL             PIC S9(9).
       77 CONTADO-ACTUAL             PIC S9(9).
       77 DIFERENCIA-BILLETES        PIC S9(9).

       77 IMPORTE-BILLETES           PIC  9(9).
       77 IMPORTE-MOV                PIC S9(9).

       77 NUM-ENTREGAS               PIC  9(7).
       77 NUM-REPOSICIONES           PIC  9(7).
       77 NUM-RECUENTOS              PIC  9(7).
       77 NUM-REINTEGROS             PIC  9(7).
       77 NUM-DIFERENCIAS            PIC  9(7).
       77 IMPORTE-ENTREGADO          PIC  9(11).
       77 IMPORTE-REINTEGROS         PIC  9(11).
       77 DIF-EFECTIVO               PIC S9(11).

       77 TEXTO-CONCEPTO             PIC  X(28).
       77 VALOR10                    PIC S9(9).
       77 VALOR20                    PIC S9(9).
       77 VALOR50                    PIC S9(9).
       77 EDIT10                     PIC  -(8)9.
       77 EDIT20                     PIC  -(8)9.
       77 EDIT50                     PIC  -(8)9.
       77 EDIT-TEORICO               PIC  -(8)9.
       77 EDIT-CONTADO               PIC  -(8)9.
       77 EDIT-DIFERENCIA            PIC  -(8)9.
       77 EDIT-IMPORTE               PIC  -(10)9.
       77 EDIT-IMPORTE2              PIC  -(10)9.

       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 BC-MODO                    PIC  X(1).
       77 BC-IMPORTE                 PIC  9(7).
       77 BC-CANT10                  PIC  9(7).
       77 BC-CANT20                  PIC  9(7).
       77 BC-CANT50                  PIC  9(7).
       77 BC-RESULTADO               PIC  9(1).

       77 DI-TIPO                    PIC  X(1).
       77 DI-FECHA                   PIC  9(8).
       77 DI-TARJETA                 PIC  9(16).
       77 DI-OPERADOR                PIC  X(8).
       77 DI-MOV-NUM                 PIC  9(35).
       77 DI-IMPORTE                 PIC  9(7).
       77 DI-CANT10                  PIC  9(7).
       77 DI-CANT20                  PIC  9(7).
       77 DI-CANT50                  PIC  9(7).
       77 DI-RESULTADO               PIC  9(1).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK52".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK52".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK52 - Cuadre de efectivo del cajero".

      *    La fecha de negocio la administra BANKCTL: la fijada por
      *    BANK18 si se estan recuperando dias, la de hoy si no.
           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK52 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK52 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE 0 TO PROCESO-FALLIDO.
           MOVE 0 TO NUM-ENTREGAS.
           MOVE 0 TO NUM-REPOSICIONES.
           MOVE 0 TO NUM-RECUENTOS.
           MOVE 0 TO NUM-REINTEGROS.
           MOVE 0 TO NUM-DIFERENCIAS.
           MOVE 0 TO IMPORTE-ENTREGADO.
           MOVE 0 TO IMPORTE-REINTEGROS.
           MOVE 0 TO DIF-EFECTIVO.
           MOVE 0 TO NUM-APUNTES.
           MOVE 0 TO TABLA-LLENA.

           OPEN EXTEND F-INFORME.
           IF FSI = 35
               OPEN OUTPUT F-INFORME
               CLOSE F-INFORME
               OPEN EXTEND F-INFORME.
           IF FSI <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "INFORME"  TO LOG-FICHERO
               MOVE FSI        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               DISPLAY "BANK52 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE BT-FECHA TO FECHA-FORMATO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           MOVE SPACES TO INFORME-LINEA.
           STRING "UnizarBank - Cuadre de efectivo del cajero del "
               FECHA-TEXTO
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           PERFORM BUSCAR-APERTURA THRU BUSCAR-APERTURA-FIN.
           IF HUBO-FALLO
               GO TO NO-FINALIZADO.

           PERFORM CUADRAR-DIARIO THRU CUADRAR-DIARIO-FIN.
           IF HUBO-FALLO
               GO TO NO-FINALIZADO.

           PERFORM CRUZAR-MOVIMIENTOS THRU CRUZAR-MOVIMIENTOS-FIN.
           IF HUBO-FALLO
               GO TO NO-FINALIZADO.

           IF NOT CRUCE-INCOMPLETO
               PERFORM APUNTE-SIN-REINTEGRO
                   THRU APUNTE-SIN-REINTEGRO-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-APUNTES.

           PERFORM EMITIR-RESUMEN THRU EMITIR-RESUMEN-FIN.
           CLOSE F-INFORME.

           PERFORM ANOTAR-CIERRE THRU ANOTAR-CIERRE-FIN.

      *    Una fecha que no pudo procesarse no se anota como
      *    liquidada: queda pendiente y se reintenta en la
      *    proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK52 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK52 - " BT-FECHA " - OK - Entregas: "
               NUM-ENTREGAS " Reintegros: " NUM-REINTEGROS
               " Recuentos: " NUM-RECUENTOS
               " Diferencias: " NUM-DIFERENCIAS.

           GOBACK.

       NO-FINALIZADO.
           CLOSE F-INFORME.
           DISPLAY "BANK52 - " BT-FECHA " - Error, no finalizado".
           GOBACK.

      *    Existencias de apertura: el cierre de fecha mas alta
      *    anterior a la de proceso (si hay dos de la misma fecha,
      *    el ultimo grabado). Sin diario no hubo actividad nunca y
      *    la apertura es el inventario tal cual.
       BUSCAR-APERTURA.
           MOVE 0 TO HAY-CIERRE-ANT.
           MOVE 0 TO FECHA-CIERRE-ANT.
           MOVE 0 TO APERTURA10.
           MOVE 0 TO APERTURA20.
           MOVE 0 TO APERTURA50.
           MOVE 0 TO POSTERIOR-ENT10.
           MOVE 0 TO POSTERIOR-ENT20.
           MOVE 0 TO POSTERIOR-ENT50.
           MOVE 0 TO POSTERIOR-REP10.
           MOVE 0 TO POSTERIOR-REP20.
           MOVE 0 TO POSTERIOR-REP50.

           OPEN INPUT F-DIARIO.
           IF FSJ = 35
               GO TO APERTURA-INVENTARIO.
           IF FSJ <> 00
               MOVE 2 TO DEBUG
               MOVE "BUSCAR-APERTURA" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"    TO LOG-FICHERO
               MOVE FSJ               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO BUSCAR-APERTURA-FIN.

       BUSCAR-APERTURA-READ.
           READ F-DIARIO AT END
               GO TO BUSCAR-APERTURA-CLOSE.

           IF DCJ-CIERRE AND DCJ-FECHA < BT-FECHA
               AND DCJ-FECHA NOT < FECHA-CIERRE-ANT
                   MOVE 1 TO HAY-CIERRE-ANT
                   MOVE DCJ-FECHA TO FECHA-CIERRE-ANT
                   MOVE DCJ-CANT10 TO APERTURA10
                   MOVE DCJ-CANT20 TO APERTURA20
                   MOVE DCJ-CANT50 TO APERTURA50.

           IF DCJ-FECHA < BT-FECHA
               GO TO BUSCAR-APERTURA-READ.

           IF DCJ-DISPENSACION
               ADD DCJ-CANT10 TO POSTERIOR-ENT10
               ADD DCJ-CANT20 TO POSTERIOR-ENT20
               ADD DCJ-CANT50 TO POSTERIOR-ENT50.
           IF DCJ-REPOSICION
               ADD DCJ-CANT10 TO POSTERIOR-REP10
               ADD DCJ-CANT20 TO POSTERIOR-REP20
               ADD DCJ-CANT50 TO POSTERIOR-REP50.

           GO TO BUSCAR-APERTURA-READ.

       BUSCAR-APERTURA-CLOSE.
           CLOSE F-DIARIO.
           IF CON-CIERRE-ANT
               GO TO BUSCAR-APERTURA-FIN.

      *    Primer cuadre: el inventario de casetes de este momento,
      *    deshaciendo lo entregado y repuesto desde la fecha.
       APERTURA-INVENTARIO.
           MOVE "L" TO BC-MODO.
           MOVE 0 TO BC-IMPORTE.
           CALL "BANKCAS" USING BC-MODO, BC-IMPORTE, BC-CANT10,
               BC-CANT20, BC-CANT50, BC-RESULTADO.
           IF BC-RESULTADO <> 0
               MOVE 3 TO DEBUG
               MOVE "APERTURA-INVENTARIO" TO LOG-PARRAFO
               MOVE "CASETES"             TO LOG-FICHERO
               MOVE "99"                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO BUSCAR-APERTURA-FIN.

           COMPUTE APERTURA10 = BC-CANT10 + POSTERIOR-ENT10
               - POSTERIOR-REP10.
           COMPUTE APERTURA20 = BC-CANT20 + POSTERIOR-ENT20
               - POSTERIOR-REP20.
           COMPUTE APERTURA50 = BC-CANT50 + POSTERIOR-ENT50
               - POSTERIOR-REP50.

           MOVE SPACES TO INFORME-LINEA.
           STRING "Sin cuadre anterior: apertura tomada del "
               "inventario de los casetes"
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

       BUSCAR-APERTURA-FIN.
           CONTINUE.

      *    Recorrido de las lineas de la fecha en el orden en que se
      *    grabaron, llevando las existencias teoricas al dia.
       CUADRAR-DIARIO.
           MOVE APERTURA10 TO TEORICO10.
           MOVE APERTURA20 TO TEORICO20.
           MOVE APERTURA50 TO TEORICO50.
           MOVE 0 TO ENTREGADO10.
           MOVE 0 TO ENTREGADO20.
           MOVE 0 TO ENTREGADO50.
           MOVE 0 TO REPUESTO10.
           MOVE 0 TO REPUESTO20.
           MOVE 0 TO REPUESTO50.

           OPEN INPUT F-DIARIO.
           IF FSJ = 35
               GO TO CUADRAR-DIARIO-FIN.
           IF FSJ <> 00
               MOVE 4 TO DEBUG
               MOVE "CUADRAR-DIARIO" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"   TO LOG-FICHERO
               MOVE FSJ              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CUADRAR-DIARIO-FIN.

       CUADRAR-DIARIO-READ.
           READ F-DIARIO AT END
               GO TO CUADRAR-DIARIO-CLOSE.

           IF DCJ-FECHA <> BT-FECHA
               GO TO CUADRAR-DIARIO-READ.

           IF DCJ-DISPENSACION
               PERFORM ANOTAR-ENTREGA THRU ANOTAR-ENTREGA-FIN.
           IF DCJ-REPOSICION
               PERFORM ANOTAR-REPOSICION THRU ANOTAR-REPOSICION-FIN.
           IF DCJ-RECUENTO
               PERFORM COMPROBAR-RECUENTO
                   THRU COMPROBAR-RECUENTO-FIN.

           GO TO CUADRAR-DIARIO-READ.

       CUADRAR-DIARIO-CLOSE.
           CLOSE F-DIARIO.

       CUADRAR-DIARIO-FIN.
           CONTINUE.

       ANOTAR-ENTREGA.
           ADD 1 TO NUM-ENTREGAS.
           ADD DCJ-IMPORTE TO IMPORTE-ENTREGADO.
           SUBTRACT DCJ-CANT10 FROM TEORICO10.
           SUBTRACT DCJ-CANT20 FROM TEORICO20.
           SUBTRACT DCJ-CANT50 FROM TEORICO50.
           ADD DCJ-CANT10 TO ENTREGADO10.
           ADD DCJ-CANT20 TO ENTREGADO20.
           ADD DCJ-CANT50 TO ENTREGADO50.

           COMPUTE IMPORTE-BILLETES = (DCJ-CANT10 * 10)
               + (DCJ-CANT20 * 20) + (DCJ-CANT50 * 50).
           IF IMPORTE-BILLETES <> DCJ-IMPORTE
               ADD 1 TO NUM-DIFERENCIAS
               MOVE DCJ-IMPORTE TO EDIT-IMPORTE
               MOVE IMPORTE-BILLETES TO EDIT-IMPORTE2
               MOVE SPACES TO INFORME-LINEA
               STRING "Entrega con billetes que no suman el importe:"
                   " mov " DCJ-MOV-NUM " importe" EDIT-IMPORTE
                   " billetes" EDIT-IMPORTE2
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA.

      *    Lo que no cabe en la tabla no puede cruzarse con los
      *    movimientos; el cuadre de billetes se hace igual.
           IF NUM-APUNTES NOT < MAX-APUNTES
               MOVE 1 TO TABLA-LLENA
               GO TO ANOTAR-ENTREGA-FIN.

           ADD 1 TO NUM-APUNTES.
           MOVE DCJ-MOV-NUM TO APU-MOV-NUM(NUM-APUNTES).
           MOVE DCJ-TARJETA TO APU-TARJETA(NUM-APUNTES).
           MOVE DCJ-IMPORTE TO APU-IMPORTE(NUM-APUNTES).
           MOVE 0 TO APU-CASADO(NUM-APUNTES).

       ANOTAR-ENTREGA-FIN.
           CONTINUE.

       ANOTAR-REPOSICION.
           ADD 1 TO NUM-REPOSICIONES.
           ADD DCJ-CANT10 TO TEORICO10.
           ADD DCJ-CANT20 TO TEORICO20.
           ADD DCJ-CANT50 TO TEORICO50.
           ADD DCJ-CANT10 TO REPUESTO10.
           ADD DCJ-CANT20 TO REPUESTO20.
           ADD DCJ-CANT50 TO REPUESTO50.
       ANOTAR-REPOSICION-FIN.
           CONTINUE.

      *    Cada denominacion contada se compara con las existencias
      *    teoricas de ese momento; despues manda lo contado.
       COMPROBAR-RECUENTO.
           ADD 1 TO NUM-RECUENTOS.
           MOVE DCJ-HORA(1:2) TO HTX-HOR.
           MOVE DCJ-HORA(3:2) TO HTX-MIN.
           MOVE DCJ-HORA(5:2) TO HTX-SEG.

           MOVE 10 TO DENOM-ACTUAL.
           MOVE TEORICO10 TO TEORICO-ACTUAL.
           MOVE DCJ-CANT10 TO CONTADO-ACTUAL.
           PERFORM COMPARAR-BILLETES THRU COMPARAR-BILLETES-FIN.

           MOVE 20 TO DENOM-ACTUAL.
           MOVE TEORICO20 TO TEORICO-ACTUAL.
           MOVE DCJ-CANT20 TO CONTADO-ACTUAL.
           PERFORM COMPARAR-BILLETES THRU COMPARAR-BILLETES-FIN.

           MOVE 50 TO DENOM-ACTUAL.
           MOVE TEORICO50 TO TEORICO-ACTUAL.
           MOVE DCJ-CANT50 TO CONTADO-ACTUAL.
           PERFORM COMPARAR-BILLETES THRU COMPARAR-BILLETES-FIN.

           MOVE DCJ-CANT10 TO TEORICO10.
           MOVE DCJ-CANT20 TO TEORICO20.
           MOVE DCJ-CANT50 TO TEORICO50.

       COMPROBAR-RECUENTO-FIN.
           CONTINUE.

       COMPARAR-BILLETES.
           COMPUTE DIFERENCIA-BILLETES = CONTADO-ACTUAL
               - TEORICO-ACTUAL.
           IF DIFERENCIA-BILLETES = 0
               GO TO COMPARAR-BILLETES-FIN.

           ADD 1 TO NUM-DIFERENCIAS.
           COMPUTE DIF-EFECTIVO = DIF-EFECTIVO
               + (DIFERENCIA-BILLETES * DENOM-ACTUAL).

           MOVE TEORICO-ACTUAL TO EDIT-TEORICO.
           MOVE CONTADO-ACTUAL TO EDIT-CONTADO.
           MOVE DIFERENCIA-BILLETES TO EDIT-DIFERENCIA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Recuento de las " HORA-TEXTO " (" DCJ-OPERADOR
               ") billetes de " DENOM-ACTUAL ": teorico"
               EDIT-TEORICO " contado" EDIT-CONTADO
               " diferencia" EDIT-DIFERENCIA
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

       COMPARAR-BILLETES-FIN.
           CONTINUE.

      *    Reintegros ejecutados de la fecha, en el libro en linea y
      *    en el archivo (son disjuntos), contra las entregas.
       CRUZAR-MOVIMIENTOS.
           IF CRUCE-INCOMPLETO
               MOVE SPACES TO INFORME-LINEA
               STRING "Mas de " MAX-APUNTES " entregas en el dia: "
                   "no se cruzan con los movimientos"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
               GO TO CRUZAR-MOVIMIENTOS-FIN.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO CRUZAR-ARCHIVO.
           IF FSM <> 00
               MOVE 5 TO DEBUG
               MOVE "CRUZAR-MOVIMIENTOS" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"        TO LOG-FICHERO
               MOVE FSM                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CRUZAR-MOVIMIENTOS-FIN.

       CRUZAR-MOVIMIENTOS-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO CRUZAR-ARCHIVO.

           IF NOT MOV-EJECUTADO
               GO TO CRUZAR-MOVIMIENTOS-READ.
           IF MOV-CONCEPTO <> MSJ-REINTEGRO
               GO TO CRUZAR-MOVIMIENTOS-READ.

           COMPUTE FECHA-MOV-NUM =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-NUM <> BT-FECHA
               GO TO CRUZAR-MOVIMIENTOS-READ.

           PERFORM CASAR-REINTEGRO THRU CASAR-REINTEGRO-FIN.

           GO TO CRUZAR-MOVIMIENTOS-READ.

       CRUZAR-ARCHIVO.
           OPEN INPUT F-ARCHIVO.
           IF FSA = 35
               GO TO CRUZAR-MOVIMIENTOS-FIN.
           IF FSA <> 00
               MOVE 6 TO DEBUG
               MOVE "CRUZAR-ARCHIVO" TO LOG-PARRAFO
               MOVE "MOVARCHIVO"     TO LOG-FICHERO
               MOVE FSA              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CRUZAR-MOVIMIENTOS-FIN.

       CRUZAR-ARCHIVO-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               CLOSE F-ARCHIVO
               GO TO CRUZAR-MOVIMIENTOS-FIN.

           IF ARC-ESTADO <> "E"
               GO TO CRUZAR-ARCHIVO-READ.
           IF ARC-CONCEPTO <> MSJ-REINTEGRO
               GO TO CRUZAR-ARCHIVO-READ.

           COMPUTE FECHA-MOV-NUM =
               (ARC-ANO * 10000) + (ARC-MES * 100) + ARC-DIA.
           IF FECHA-MOV-NUM <> BT-FECHA
               GO TO CRUZAR-ARCHIVO-READ.

           MOVE ARC-NUM         TO MOV-NUM.
           MOVE ARC-TARJETA     TO MOV-TARJETA.
           MOVE ARC-IMPORTE-ENT TO MOV-IMPORTE-ENT.

           PERFORM CASAR-REINTEGRO THRU CASAR-REINTEGRO-FIN.

           GO TO CRUZAR-ARCHIVO-READ.

       CRUZAR-MOVIMIENTOS-FIN.
           CONTINUE.

      *    El reintegro se apunta en negativo y en EUR enteros (BANK7
      *    solo admite multiplos de 10).
       CASAR-REINTEGRO.
           ADD 1 TO NUM-REINTEGROS.
           COMPUTE IMPORTE-MOV = 0 - MOV-IMPORTE-ENT.
           ADD IMPORTE-MOV TO IMPORTE-REINTEGROS.

           MOVE 0 TO IDX-ENCONTRADO.
           PERFORM BUSCAR-APUNTE THRU BUSCAR-APUNTE-FIN
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-APUNTES OR IDX-ENCONTRADO > 0.

           MOVE IMPORTE-MOV TO EDIT-IMPORTE.
           IF IDX-ENCONTRADO = 0
               ADD 1 TO NUM-DIFERENCIAS
               MOVE SPACES TO INFORME-LINEA
               STRING "Reintegro sin entrega en el diario: mov "
                   MOV-NUM " tarjeta " MOV-TARJETA " importe"
                   EDIT-IMPORTE
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
               GO TO CASAR-REINTEGRO-FIN.

           MOVE 1 TO APU-CASADO(IDX-ENCONTRADO).

           IF APU-TARJETA(IDX-ENCONTRADO) <> MOV-TARJETA
               OR APU-IMPORTE(IDX-ENCONTRADO) <> IMPORTE-MOV
                   ADD 1 TO NUM-DIFERENCIAS
                   MOVE APU-IMPORTE(IDX-ENCONTRADO) TO EDIT-IMPORTE2
                   MOVE SPACES TO INFORME-LINEA
                   STRING "Entrega y reintegro no coinciden: mov "
                       MOV-NUM " tarjeta " MOV-TARJETA " importe"
                       EDIT-IMPORTE " en diario tarjeta "
                       APU-TARJETA(IDX-ENCONTRADO) " importe"
                       EDIT-IMPORTE2
                       DELIMITED BY SIZE INTO INFORME-LINEA
                   WRITE INFORME-LINEA.

       CASAR-REINTEGRO-FIN.
           CONTINUE.

       BUSCAR-APUNTE.
           IF APU-MOV-NUM(IDX) = MOV-NUM AND APU-CASADO(IDX) = 0
               MOVE IDX TO IDX-ENCONTRADO.
       BUSCAR-APUNTE-FIN.
           CONTINUE.

       APUNTE-SIN-REINTEGRO.
           IF APU-CASADO(IDX) <> 0
               GO TO APUNTE-SIN-REINTEGRO-FIN.

           ADD 1 TO NUM-DIFERENCIAS.
           MOVE APU-IMPORTE(IDX) TO EDIT-IMPORTE.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Entrega sin reintegro en movimientos: mov "
               APU-MOV-NUM(IDX) " tarjeta " APU-TARJETA(IDX)
               " importe" EDIT-IMPORTE
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

       APUNTE-SIN-REINTEGRO-FIN.
           CONTINUE.

       EMITIR-RESUMEN.
           IF NUM-DIFERENCIAS = 0
               MOVE SPACES TO INFORME-LINEA
               MOVE "Sin diferencias" TO INFORME-LINEA
               WRITE INFORME-LINEA.
           IF NUM-RECUENTOS = 0
               MOVE SPACES TO INFORME-LINEA
               STRING "Sin recuento fisico en el dia: el efectivo "
                   "no se ha comparado"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA.

      *    Unas existencias teoricas negativas solo pueden venir de un
      *    inventario tocado fuera del diario: se avisan y el cierre
      *    se anota a cero.
           IF TEORICO10 < 0 OR TEORICO20 < 0 OR TEORICO50 < 0
               ADD 1 TO NUM-DIFERENCIAS
               MOVE "Existencias teoricas negativas:" TO TEXTO-CONCEPTO
               MOVE TEORICO10 TO VALOR10
               MOVE TEORICO20 TO VALOR20
               MOVE TEORICO50 TO VALOR50
               PERFORM LINEA-BILLETES THRU LINEA-BILLETES-FIN.
           IF TEORICO10 < 0
               MOVE 0 TO TEORICO10.
           IF TEORICO20 < 0
               MOVE 0 TO TEORICO20.
           IF TEORICO50 < 0
               MOVE 0 TO TEORICO50.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE "Existencias de apertura:" TO TEXTO-CONCEPTO.
           MOVE APERTURA10 TO VALOR10.
           MOVE APERTURA20 TO VALOR20.
           MOVE APERTURA50 TO VALOR50.
           PERFORM LINEA-BILLETES THRU LINEA-BILLETES-FIN.

           MOVE "Billetes entregados:" TO TEXTO-CONCEPTO.
           MOVE ENTREGADO10 TO VALOR10.
           MOVE ENTREGADO20 TO VALOR20.
           MOVE ENTREGADO50 TO VALOR50.
           PERFORM LINEA-BILLETES THRU LINEA-BILLETES-FIN.

           MOVE "Billetes repuestos:" TO TEXTO-CONCEPTO.
           MOVE REPUESTO10 TO VALOR10.
           MOVE REPUESTO20 TO VALOR20.
           MOVE REPUESTO50 TO VALOR50.
           PERFORM LINEA-BILLETES THRU LINEA-BILLETES-FIN.

           MOVE "Existencias de cierre:" TO TEXTO-CONCEPTO.
           MOVE TEORICO10 TO VALOR10.
           MOVE TEORICO20 TO VALOR20.
           MOVE TEORICO50 TO VALOR50.
           PERFORM LINEA-BILLETES THRU LINEA-BILLETES-FIN.

           MOVE IMPORTE-ENTREGADO TO EDIT-IMPORTE.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Entregas en el diario:      " NUM-ENTREGAS
               " importe EUR" EDIT-IMPORTE
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE IMPORTE-REINTEGROS TO EDIT-IMPORTE.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Reintegros en movimientos:  " NUM-REINTEGROS
               " importe EUR" EDIT-IMPORTE
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE SPACES TO INFORME-LINEA.
           STRING "Reposiciones:               " NUM-REPOSICIONES
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE DIF-EFECTIVO TO EDIT-IMPORTE.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Recuentos fisicos:          " NUM-RECUENTOS
               " diferencia EUR" EDIT-IMPORTE
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE SPACES TO INFORME-LINEA.
           STRING "Diferencias:                " NUM-DIFERENCIAS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

       EMITIR-RESUMEN-FIN.
           CONTINUE.

       LINEA-BILLETES.
           MOVE VALOR10 TO EDIT10.
           MOVE VALOR20 TO EDIT20.
           MOVE VALOR50 TO EDIT50.
           MOVE SPACES TO INFORME-LINEA.
           STRING TEXTO-CONCEPTO " de 10:" EDIT10 "  de 20:" EDIT20
               "  de 50:" EDIT50
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
       LINEA-BILLETES-FIN.
           CONTINUE.

      *    Existencias de cierre en el diario: apertura del siguiente
      *    cuadre.
       ANOTAR-CIERRE.
           MOVE "C" TO DI-TIPO.
           MOVE BT-FECHA TO DI-FECHA.
           MOVE 0 TO DI-TARJETA.
           MOVE "BANK52" TO DI-OPERADOR.
           MOVE 0 TO DI-MOV-NUM.
           MOVE TEORICO10 TO DI-CANT10.
           MOVE TEORICO20 TO DI-CANT20.
           MOVE TEORICO50 TO DI-CANT50.
           COMPUTE DI-IMPORTE = (DI-CANT10 * 10) + (DI-CANT20 * 20)
               + (DI-CANT50 * 50).
           CALL "BANKDIA" USING DI-TIPO, DI-FECHA, DI-TARJETA,
               DI-OPERADOR, DI-MOV-NUM, DI-IMPORTE, DI-CANT10,
               DI-CANT20, DI-CANT50, DI-RESULTADO.
           IF DI-RESULTADO <> 0
               MOVE 7 TO DEBUG
               MOVE "ANOTAR-CIERRE" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"  TO LOG-FICHERO
               MOVE "99"            TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.
       ANOTAR-CIERRE-FIN.
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

           DISPLAY "BANK52 - Error de fichero. FSJ=" FSJ " FSM=" FSM
               " FSA=" FSA " DEBUG=" DEBUG.

       END PROGRAM BANK52.
