      *    (saldos.ubd via BANKPOST), linea de descubierto y consumo
      *    de ella, y el numero de ordenes pendientes "P" y mensuales
      *    "M" que tiene ordenadas en movimientos.ubd, cerrando con
      *    la posicion total del cliente. Debajo se listan, con su
      *    rol y porcentaje, las tarjetas de otros titulares en las
      *    que el cliente interviene como titular, cotitular o
      *    autorizado (titulares.ubd, mantenido en BANK43); esas no
      *    suman en la posicion total, que es la de sus tarjetas.
      *    Bajo cada tarjeta sale tambien el capital pendiente de sus
      *    prestamos de descubierto vivos (prestamos.ubd, abiertos en
      *    BANK47) y sus cuotas impagadas; ese capital se totaliza
      *    aparte y no resta de la posicion, porque el abono del
      *    prestamo ya esta en el saldo de la tarjeta.
      *    Tambien salen los depositos a plazo vigentes de cada
      *    tarjeta (depositos.ubd, BANK49) con su capital y el
      *    vencimiento mas proximo; su capital se totaliza aparte
      *    porque ya salio del saldo de la tarjeta al constituirlos.
      *    El listado sale por consola al estilo del extracto de
      *    BANK4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT PRESTAMOS ASSIGN TO "prestamos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSP.

           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES
       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD TITULARES.
           COPY TITREG.

       FD PRESTAMOS.
           COPY PRESREG.

       FD DEPOSITOS.
           COPY DEPREG.

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSH                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSD                       PIC   X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 DNI-CONSULTA              PIC    X(9).
       77 ESTADO-TEXTO              PIC   X(12).
       77 NUM-TARJETAS              PIC    9(5).
       77 NUM-COMPARTIDAS           PIC    9(5).
       77 CLASE-TARJETA             PIC    9(1).
           88 ES-TARJETA-PROPIA       VALUE 1.
       77 NUM-PENDIENTES            PIC    9(5).
       77 NUM-MENSUALES             PIC    9(5).
       77 CENT-SALDO-TARJ           PIC  S9(11).
       77 CENT-POSICION             PIC  S9(13).
       77 CENT-CONSUMIDO            PIC  S9(11).
       77 NUM-PRESTAMOS             PIC    9(3).
       77 NUM-IMPAGADAS             PIC    9(3).
       77 CENT-PRESTAMO-TARJ        PIC   9(11).
       77 CENT-PRESTAMOS            PIC   9(13).
       77 NUM-DEPOSITOS             PIC    9(3).
       77 CENT-DEPOSITO-TARJ        PIC   9(11).
       77 CENT-DEPOSITOS            PIC   9(13).
       77 PROXIMO-VENCIMIENTO       PIC    9(8).
       77 POSICION-ENT              PIC  S9(11).
       77 POSICION-DEC              PIC   S9(2).

           05 LD-CONSUMIDO           PIC   9(9).
           05 FILLER                 PIC   X(5) VALUE " cent".

       01 LINEA-INTERVENCION.
           05 FILLER                 PIC   X(7) VALUE "  como ".
           05 LI-ROL                 PIC   X(10).
           05 FILLER                 PIC   X(4) VALUE " al ".
           05 LI-PORCENTAJE          PIC   ZZ9.99.
           05 FILLER                 PIC   X(12)
               VALUE "% - titular ".
           05 LI-TITULAR             PIC   X(9).

       01 LINEA-ORDENES.
           05 FILLER                 PIC   X(12)
               VALUE "  pendientes".
               VALUE " mensuales".
           05 LO-MENSUALES           PIC   ZZZZ9.

       01 LINEA-PRESTAMO.
           05 FILLER                 PIC   X(23)
               VALUE "  prestamo, pendiente ".
           05 LP-PENDIENTE-ENT       PIC   ZZZZZZZZ9.
           05 FILLER                 PIC   X VALUE ".".
           05 LP-PENDIENTE-DEC       PIC   99.
           05 FILLER                 PIC   X(22)
               VALUE " EUR, cuotas impagadas".
           05 LP-IMPAGADAS           PIC   ZZ9.

       01 LINEA-DEPOSITO.
           05 FILLER                 PIC   X(2) VALUE SPACES.
           05 LDP-NUMERO             PIC   ZZ9.
           05 FILLER                 PIC   X(20)
               VALUE " depositos a plazo, ".
           05 LDP-CAPITAL-ENT        PIC   ZZZZZZZZ9.
           05 FILLER                 PIC   X VALUE ".".
           05 LDP-CAPITAL-DEC        PIC   99.
           05 FILLER                 PIC   X(22)
               VALUE " EUR, proximo vencim. ".
           05 LDP-VENCE-DIA          PIC   99.
           05 FILLER                 PIC   X VALUE "-".
           05 LDP-VENCE-MES          PIC   99.
           05 FILLER                 PIC   X VALUE "-".
           05 LDP-VENCE-ANO          PIC   9(4).

       01 FECHA-DESGLOSE.
           05 FDS-ANO                PIC   9(4).
           05 FDS-MES                PIC   9(2).
           05 FDS-DIA                PIC   9(2).
       01 FECHA-DESGLOSE-NUM REDEFINES FECHA-DESGLOSE
                                     PIC   9(8).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
       LISTAR-POSICION.
           MOVE 0 TO NUM-TARJETAS.
           MOVE 0 TO CENT-POSICION.
           MOVE 0 TO CENT-PRESTAMOS.
           MOVE 0 TO CENT-DEPOSITOS.

           DISPLAY " ".
           DISPLAY "Posicion global de " CLI-NOMBRE.
               GO TO LISTAR-POSICION-FIN.

           IF TDNI-E = DNI-CONSULTA
               MOVE 1 TO CLASE-TARJETA
               PERFORM MOSTRAR-TARJETA THRU MOSTRAR-TARJETA-FIN.

           GO TO LISTAR-POSICION-READ.
           DISPLAY "Tarjetas del cliente: " NUM-TARJETAS.
           DISPLAY "Posicion total: " POSICION-ENT "."
               POSICION-DEC " EUR".
           IF CENT-PRESTAMOS > 0
               DIVIDE CENT-PRESTAMOS BY 100 GIVING POSICION-ENT
                   REMAINDER POSICION-DEC
               DISPLAY "Capital pendiente de prestamos: " POSICION-ENT
                   "." POSICION-DEC " EUR".
           IF CENT-DEPOSITOS > 0
               DIVIDE CENT-DEPOSITOS BY 100 GIVING POSICION-ENT
                   REMAINDER POSICION-DEC
               DISPLAY "Depositos a plazo: " POSICION-ENT
                   "." POSICION-DEC " EUR".
           DISPLAY " ".

           PERFORM LISTAR-COMPARTIDAS THRU LISTAR-COMPARTIDAS-FIN.
           DISPLAY "Enter - Nueva consulta" LINE 24 COL 2.

       SALIDA-POSICION.
      *    las ordenes "P"/"M" vivas. Las tarjetas cerradas ya no
      *    tienen registro de saldo y salen a cero.
       MOSTRAR-TARJETA.
           IF ES-TARJETA-PROPIA
               ADD 1 TO NUM-TARJETAS
           ELSE
               ADD 1 TO NUM-COMPARTIDAS.

           IF TARJ-ACTIVA
               MOVE "Activa" TO ESTADO-TEXTO
                       IF TARJ-CERRADA
                           MOVE "Cerrada" TO ESTADO-TEXTO
                       ELSE
                           IF TARJ-INACTIVA
                               MOVE "Inactiva" TO ESTADO-TEXTO
                           ELSE
                               MOVE "Desconocido" TO ESTADO-TEXTO.

           MOVE "S" TO BP2-MODO.
           MOVE TNUM-E TO BP2-TNUM.

           COMPUTE CENT-SALDO-TARJ = (BP2-SALDO-ENT * 100)
               + BP2-SALDO-DEC.
           IF ES-TARJETA-PROPIA
               ADD CENT-SALDO-TARJ TO CENT-POSICION.

           MOVE "D" TO BP2-MODO.
           MOVE TNUM-E TO BP2-TNUM.
               MOVE NUM-MENSUALES TO LO-MENSUALES
               DISPLAY LINEA-ORDENES.

           PERFORM CONTAR-PRESTAMOS THRU CONTAR-PRESTAMOS-FIN.
           IF NUM-PRESTAMOS > 0
               DIVIDE CENT-PRESTAMO-TARJ BY 100
                   GIVING LP-PENDIENTE-ENT REMAINDER LP-PENDIENTE-DEC
               MOVE NUM-IMPAGADAS TO LP-IMPAGADAS
               DISPLAY LINEA-PRESTAMO
               IF ES-TARJETA-PROPIA
                   ADD CENT-PRESTAMO-TARJ TO CENT-PRESTAMOS
               END-IF
           END-IF.

           PERFORM CONTAR-DEPOSITOS THRU CONTAR-DEPOSITOS-FIN.
           IF NUM-DEPOSITOS > 0
               MOVE NUM-DEPOSITOS TO LDP-NUMERO
               DIVIDE CENT-DEPOSITO-TARJ BY 100
                   GIVING LDP-CAPITAL-ENT REMAINDER LDP-CAPITAL-DEC
               MOVE PROXIMO-VENCIMIENTO TO FECHA-DESGLOSE-NUM
               MOVE FDS-DIA TO LDP-VENCE-DIA
               MOVE FDS-MES TO LDP-VENCE-MES
               MOVE FDS-ANO TO LDP-VENCE-ANO
               DISPLAY LINEA-DEPOSITO
               IF ES-TARJETA-PROPIA
                   ADD CENT-DEPOSITO-TARJ TO CENT-DEPOSITOS
               END-IF
           END-IF.

       MOSTRAR-TARJETA-FIN.
           CONTINUE.

      *    Tarjetas de otros titulares en las que interviene el DNI,
      *    por la clave alternativa de titulares.ubd. Las suyas
      *    propias (TDNI-E) ya salieron arriba.
       LISTAR-COMPARTIDAS.
           MOVE 0 TO NUM-COMPARTIDAS.
           MOVE 0 TO CLASE-TARJETA.

           OPEN INPUT TITULARES.
           IF FSH = 35
               GO TO LISTAR-COMPARTIDAS-FIN.
           IF FSH <> 00
               MOVE "LISTAR-COMPARTIDAS" TO LOG-PARRAFO
               MOVE "TITULARES"          TO LOG-FICHERO
               MOVE FSH                  TO LOG-STATUS
               GO TO PSYS-ERR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE "LISTAR-COMPARTIDAS" TO LOG-PARRAFO
               MOVE "TARJETAS"           TO LOG-FICHERO
               MOVE FST                  TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE DNI-CONSULTA TO TIT-DNI.
           START TITULARES KEY IS EQUAL TO TIT-DNI
               INVALID KEY GO TO LISTAR-COMPARTIDAS-CLOSE.

       LISTAR-COMPARTIDAS-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO LISTAR-COMPARTIDAS-CLOSE.

           IF TIT-DNI <> DNI-CONSULTA
               GO TO LISTAR-COMPARTIDAS-CLOSE.

           MOVE TIT-TARJETA TO TNUM-E.
           READ TARJETAS INVALID KEY
               GO TO LISTAR-COMPARTIDAS-READ.

           IF TDNI-E = DNI-CONSULTA
               GO TO LISTAR-COMPARTIDAS-READ.

           IF NUM-COMPARTIDAS = 0
               DISPLAY "Tarjetas de otros titulares en las que "
                   "interviene:"
               DISPLAY " ".

           PERFORM MOSTRAR-TARJETA THRU MOSTRAR-TARJETA-FIN.

           IF TIT-TITULAR
               MOVE "titular" TO LI-ROL.
           IF TIT-COTITULAR
               MOVE "cotitular" TO LI-ROL.
           IF TIT-AUTORIZADO
               MOVE "autorizado" TO LI-ROL.
           MOVE TIT-PORCENTAJE TO LI-PORCENTAJE.
           MOVE TDNI-E TO LI-TITULAR.
           DISPLAY LINEA-INTERVENCION.

           GO TO LISTAR-COMPARTIDAS-READ.

       LISTAR-COMPARTIDAS-CLOSE.
           CLOSE TARJETAS.
           CLOSE TITULARES.

           IF NUM-COMPARTIDAS > 0
               DISPLAY " "
               DISPLAY "Tarjetas compartidas: " NUM-COMPARTIDAS
               DISPLAY " ".

       LISTAR-COMPARTIDAS-FIN.
           CONTINUE.

      *    Ordenes vivas de la tarjeta: las patas de orden "P" y "M"
      *    que ella misma ordeno en movimientos.ubd, el mismo filtro
      *    que el VER-PENDIENTES de BANK6.
       CONTAR-ORDENES-FIN.
           CONTINUE.

      *    Prestamos vivos de la tarjeta: las cabeceras (cuota 0)
      *    vigentes dan el capital pendiente y las lineas de cuota
      *    impagada el numero de cuotas en mora. Sin fichero de
      *    prestamos la tarjeta no tiene ninguno.
       CONTAR-PRESTAMOS.
           MOVE 0 TO NUM-PRESTAMOS.
           MOVE 0 TO NUM-IMPAGADAS.
           MOVE 0 TO CENT-PRESTAMO-TARJ.

           OPEN INPUT PRESTAMOS.
           IF FSP <> 00
               GO TO CONTAR-PRESTAMOS-FIN.

           MOVE TNUM-E TO PRE-TARJETA.
           MOVE 0 TO PRE-NUMERO.
           MOVE 0 TO PRE-CUOTA.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY GO TO CONTAR-PRESTAMOS-CLOSE.

       CONTAR-PRESTAMOS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO CONTAR-PRESTAMOS-CLOSE.

           IF PRE-TARJETA <> TNUM-E
               GO TO CONTAR-PRESTAMOS-CLOSE.

           IF PRE-CUOTA = 0
               IF PRE-VIGENTE
                   ADD 1 TO NUM-PRESTAMOS
                   ADD PRE-PENDIENTE-CENT TO CENT-PRESTAMO-TARJ
               END-IF
           ELSE
               IF PRE-CUOTA-IMPAGADA
                   ADD 1 TO NUM-IMPAGADAS
               END-IF
           END-IF.

           GO TO CONTAR-PRESTAMOS-READ.

       CONTAR-PRESTAMOS-CLOSE.
           CLOSE PRESTAMOS.

       CONTAR-PRESTAMOS-FIN.
           CONTINUE.

      *    Depositos a plazo vigentes de la tarjeta: cuantos son, su
      *    capital y el vencimiento mas proximo. Sin fichero de
      *    depositos la tarjeta no tiene ninguno.
       CONTAR-DEPOSITOS.
           MOVE 0 TO NUM-DEPOSITOS.
           MOVE 0 TO CENT-DEPOSITO-TARJ.
           MOVE 99999999 TO PROXIMO-VENCIMIENTO.

           OPEN INPUT DEPOSITOS.
           IF FSD <> 00
               GO TO CONTAR-DEPOSITOS-FIN.

           MOVE TNUM-E TO DEP-TARJETA.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO CONTAR-DEPOSITOS-CLOSE.

       CONTAR-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO CONTAR-DEPOSITOS-CLOSE.

           IF DEP-TARJETA <> TNUM-E
               GO TO CONTAR-DEPOSITOS-CLOSE.

           IF NOT DEP-VIGENTE
               GO TO CONTAR-DEPOSITOS-READ.

           ADD 1 TO NUM-DEPOSITOS.
           ADD DEP-CAPITAL-CENT TO CENT-DEPOSITO-TARJ.
           IF DEP-VENCIMIENTO < PROXIMO-VENCIMIENTO
               MOVE DEP-VENCIMIENTO TO PROXIMO-VENCIMIENTO.

           GO TO CONTAR-DEPOSITOS-READ.

       CONTAR-DEPOSITOS-CLOSE.
           CLOSE DEPOSITOS.

       CONTAR-DEPOSITOS-FIN.
           CONTINUE.

       CLIENTE-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese cliente no existe" LINE 09 COL 25
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE TITULARES.
           CLOSE PRESTAMOS.
           CLOSE DEPOSITOS.

           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.
