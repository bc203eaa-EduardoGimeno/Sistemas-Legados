      *    El fichero de impresion se abre en EXTEND: la remesa se
      *    retira para imprimir y una reanudacion no pisa lo ya
      *    emitido.
      *    En las tarjetas compartidas (titulares.ubd, BANK43) cada
      *    titular y cotitular recibe su propia copia del extracto,
      *    con el mismo numero; el correlativo avanza una sola vez
      *    por tarjeta. Los autorizados no reciben extracto.
      *    Al pie de cada extracto se relacionan los depositos a
      *    plazo vigentes de la tarjeta (depositos.ubd, BANK49) con
      *    su capital, tasa y vencimiento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS EXT-TARJETA
           FILE STATUS IS FSE.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

           SELECT F-TRABAJO ASSIGN TO "bank37.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.
       FD F-EXTRACTOS.
           COPY EXTREG.

       FD TITULARES.
           COPY TITREG.

       FD DEPOSITOS.
           COPY DEPREG.

       FD F-TRABAJO.
           COPY TRBREG.

       77 FSW                        PIC  X(2).
       77 FSK                        PIC  X(2).
       77 FSI                        PIC  X(2).
       77 FSH                        PIC  X(2).
       77 FSD                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
           VALUE "Comision mantenimiento".
       77 MSJ-RETENCION              PIC  X(35)
           VALUE "Retencion fiscal".
       77 MSJ-CUOTA-CAPITAL          PIC  X(35)
           VALUE "Cuota prestamo - capital".
       77 MSJ-CUOTA-INTERES          PIC  X(35)
           VALUE "Cuota prestamo - intereses".
       77 MSJ-PLAZO-FIJO             PIC  X(35)
           VALUE "Constitucion plazo fijo".
       77 MSJ-PENAL-PLAZO            PIC  X(35)
           VALUE "Penalizacion cancelacion plazo fijo".
       77 MSJ-TRASPASO-SAL           PIC  X(35)
           VALUE "Traspaso a tarjeta de reposicion".
       77 MSJ-DEUDA-ENT              PIC  X(35)
           VALUE "Descubierto de tarjeta repuesta".

       77 ANO-EXTRACTO               PIC  9(4).
       77 MES-EXTRACTO               PIC  9(2).
       77 NUM-LEIDAS                 PIC  9(9) VALUE 0.
       77 NUM-RESTANTES              PIC  9(9) VALUE 0.
       77 NUM-EMITIDOS               PIC  9(9) VALUE 0.
       77 NUM-COPIAS                 PIC  9(9) VALUE 0.
       77 REANUDACION                PIC  9(1) VALUE 0.
           88 HAY-REANUDACION          VALUE 1.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.

       77 TARJETA-ACTUAL             PIC  9(16).
       77 DNI-TITULAR                PIC  X(9).
       77 DNI-PRINCIPAL              PIC  X(9).
       77 DNI-COPIA                  PIC  X(9).
       77 EXTRACTO-NUEVO             PIC  X(1).
       77 NUMERO-EXTRACTO            PIC  9(5).
       77 SALDO-INICIAL-ENT          PIC S9(9).
           05 FILLER                 PIC X VALUE "/".
           05 LC-ANO                 PIC 9(4).

       01 LINEA-DEPOSITO.
           05 FILLER                 PIC X(10) VALUE "Deposito ".
           05 LD-NUMERO              PIC ZZ9.
           05 FILLER                 PIC X(10) VALUE " capital ".
           05 LD-CAPITAL-ENT         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X VALUE ".".
           05 LD-CAPITAL-DEC         PIC 99.
           05 FILLER                 PIC X(11) VALUE " EUR tasa ".
           05 LD-TASA                PIC 9.9999.
           05 FILLER                 PIC X(10) VALUE " vence el ".
           05 LD-VENCE-DIA           PIC 99.
           05 FILLER                 PIC X VALUE "-".
           05 LD-VENCE-MES           PIC 99.
           05 FILLER                 PIC X VALUE "-".
           05 LD-VENCE-ANO           PIC 9(4).

       01 FECHA-DESGLOSE.
           05 FDS-ANO                PIC 9(4).
           05 FDS-MES                PIC 9(2).
           05 FDS-DIA                PIC 9(2).
       01 FECHA-DESGLOSE-NUM REDEFINES FECHA-DESGLOSE
                                     PIC 9(8).

       01 LINEA-SALDO.
           05 LS-ETIQUETA            PIC X(15).
           05 LS-SALDO-ENT   SIGN IS LEADING SEPARATE

           DISPLAY "BANK37 - " BT-FECHA " - OK - Extractos: "
               NUM-EMITIDOS.
           IF NUM-COPIAS > 0
               DISPLAY "BANK37 - Copias a cotitulares: " NUM-COPIAS.

           GOBACK.

           MOVE SALDO-INICIAL-ENT TO SALDO-FINAL-ENT.
           MOVE SALDO-INICIAL-DEC TO SALDO-FINAL-DEC.

           MOVE SPACES TO DNI-COPIA.
           PERFORM IMPRESION-OPEN THRU IMPRESION-OPEN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA-FIN.
           PERFORM IMPRIMIR-MES THRU IMPRIMIR-MES-FIN.
           PERFORM IMPRIMIR-CIERRE THRU IMPRIMIR-CIERRE-FIN.

           MOVE DNI-TITULAR TO DNI-PRINCIPAL.
           PERFORM COPIAS-COTITULARES THRU COPIAS-COTITULARES-FIN.

           CLOSE F-IMPRESION.

           PERFORM GRABAR-CONTROL-EXTRACTO
       EMITIR-EXTRACTO-FIN.
           CONTINUE.

      *    Copia del mismo extracto para cada titular y cotitular de
      *    la tarjeta distinto del principal. El saldo final se
      *    vuelve a calcular al reimprimir los movimientos.
       COPIAS-COTITULARES.
           OPEN INPUT TITULARES.
           IF FSH <> 00
               GO TO COPIAS-COTITULARES-FIN.

           MOVE TARJETA-ACTUAL TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO COPIAS-COTITULARES-CLOSE.

       COPIAS-COTITULARES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO COPIAS-COTITULARES-CLOSE.

           IF TIT-TARJETA <> TARJETA-ACTUAL
               GO TO COPIAS-COTITULARES-CLOSE.

           IF NOT TIT-PROPIETARIO OR TIT-DNI = DNI-PRINCIPAL
               GO TO COPIAS-COTITULARES-READ.

           MOVE TIT-DNI TO DNI-COPIA.
           MOVE SALDO-INICIAL-ENT TO SALDO-FINAL-ENT.
           MOVE SALDO-INICIAL-DEC TO SALDO-FINAL-DEC.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA-FIN.
           PERFORM IMPRIMIR-MES THRU IMPRIMIR-MES-FIN.
           PERFORM IMPRIMIR-CIERRE THRU IMPRIMIR-CIERRE-FIN.
           ADD 1 TO NUM-COPIAS.

           GO TO COPIAS-COTITULARES-READ.

       COPIAS-COTITULARES-CLOSE.
           CLOSE TITULARES.

       COPIAS-COTITULARES-FIN.
           MOVE SPACES TO DNI-COPIA.

       LEER-CONTROL-EXTRACTO.
           MOVE "S" TO EXTRACTO-NUEVO.
           MOVE TARJETA-ACTUAL TO EXT-TARJETA.
               OR MOV-CONCEPTO = MSJ-COM-EXT
               OR MOV-CONCEPTO = MSJ-COM-MANTEN
               OR MOV-CONCEPTO = MSJ-RETENCION
               OR MOV-CONCEPTO = MSJ-CUOTA-CAPITAL
               OR MOV-CONCEPTO = MSJ-CUOTA-INTERES
               OR MOV-CONCEPTO = MSJ-PLAZO-FIJO
               OR MOV-CONCEPTO = MSJ-PENAL-PLAZO
               OR MOV-CONCEPTO = MSJ-TRASPASO-SAL
               OR MOV-CONCEPTO = MSJ-DEUDA-ENT
                   SUBTRACT MOV-IMPORTE-DEC FROM CENT-MOV
           ELSE
               ADD MOV-IMPORTE-DEC TO CENT-MOV.
           MOVE LINEA-SALDO TO IMPRESION-LINEA.
           WRITE IMPRESION-LINEA.

           PERFORM IMPRIMIR-DEPOSITOS THRU IMPRIMIR-DEPOSITOS-FIN.

           MOVE SPACES TO IMPRESION-LINEA.
           WRITE IMPRESION-LINEA.

       IMPRIMIR-CIERRE-FIN.
           CONTINUE.

      *    Depositos a plazo vigentes de la tarjeta, uno por linea.
      *    Sin fichero de depositos, o sin depositos, no sale nada.
       IMPRIMIR-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF FSD <> 00
               GO TO IMPRIMIR-DEPOSITOS-FIN.

           MOVE TARJETA-ACTUAL TO DEP-TARJETA.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO IMPRIMIR-DEPOSITOS-CLOSE.

       IMPRIMIR-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO IMPRIMIR-DEPOSITOS-CLOSE.

           IF DEP-TARJETA <> TARJETA-ACTUAL
               GO TO IMPRIMIR-DEPOSITOS-CLOSE.

           IF NOT DEP-VIGENTE
               GO TO IMPRIMIR-DEPOSITOS-READ.

           MOVE DEP-NUMERO TO LD-NUMERO.
           DIVIDE DEP-CAPITAL-CENT BY 100 GIVING LD-CAPITAL-ENT
               REMAINDER LD-CAPITAL-DEC.
           COMPUTE LD-TASA = DEP-TASA / 10000.
           MOVE DEP-VENCIMIENTO TO FECHA-DESGLOSE-NUM.
           MOVE FDS-DIA TO LD-VENCE-DIA.
           MOVE FDS-MES TO LD-VENCE-MES.
           MOVE FDS-ANO TO LD-VENCE-ANO.
           MOVE LINEA-DEPOSITO TO IMPRESION-LINEA.
           WRITE IMPRESION-LINEA.

           GO TO IMPRIMIR-DEPOSITOS-READ.

       IMPRIMIR-DEPOSITOS-CLOSE.
           CLOSE DEPOSITOS.

       IMPRIMIR-DEPOSITOS-FIN.
           CONTINUE.

       BUSCAR-TITULAR.
           MOVE SPACES TO DNI-TITULAR.
           MOVE SPACES TO CLI-NOMBRE.
           MOVE SPACES TO CLI-DIRECCION.
           MOVE SPACES TO CLI-POBLACION.

      *    En las copias para cotitulares el destinatario ya viene
      *    dado y no se mira la tarjeta.
           IF DNI-COPIA <> SPACES
               MOVE DNI-COPIA TO DNI-TITULAR
               GO TO BUSCAR-TITULAR-CLIENTE.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO BUSCAR-TITULAR-FIN.
           END-READ.
           CLOSE TARJETAS.

       BUSCAR-TITULAR-CLIENTE.
           IF DNI-TITULAR = SPACES
               GO TO BUSCAR-TITULAR-FIN.

