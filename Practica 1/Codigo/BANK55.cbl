       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK55.

      *    Batch mensual: informe de gestion por producto. Para cada
      *    producto del catalogo (productos.ubd, TPROD-E de la
      *    tarjeta) reune las cifras del mes cerrado:
      *      - tarjetas activas, bloqueadas (robada o retirada),
      *        inactivas y cerradas;
      *      - saldo contable y disponible (saldos.ubd, como BANKPOST);
      *      - tarjetas en descubierto, descubierto dispuesto y limite
      *        de descubierto concedido (TDESCUB-E de las no cerradas);
      *      - intereses abonados y cargados (BANK10);
      *      - comisiones de transferencia (BANK6) y de mantenimiento
      *        (BANK27);
      *      - numero e importe de ingresos, reintegros y
      *        transferencias emitidas y recibidas.
      *    Las cifras de tarjetas y saldos son las del dia en que se
      *    lanza; las de movimientos, las de los EJECUTADOS del mes en
      *    el libro en linea y en movarchivo.ubd (disjuntos, como en
      *    BANK22). Las tarjetas sin producto o con uno que ya no
      *    esta en el catalogo se agrupan aparte.
      *
      *    Cada cifra se compara con la del mes anterior, que se lee
      *    de historicoproductos.txt; las del mes se anaden al mismo
      *    historico para la comparacion del mes siguiente. Se graban
      *    el informe (informeproductos.txt) y el fichero de formato
      *    fijo para gestion (exportproductos.txt), ambos regrabados
      *    en cada ejecucion.
      *
      *    Se lanza desde BANK18 todas las noches pero, como BANK45,
      *    solo trabaja la primera fecha de negocio de cada mes, y
      *    entonces informa del mes anterior: si la ultima liquidada
      *    (BANKCTL modo "U") es del mismo mes, anota la fecha como
      *    liquidada sin hacer nada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO "tarjetas.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO "saldos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

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

           SELECT PRODUCTOS ASSIGN TO "productos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CODIGO
           FILE STATUS IS FSD.

           SELECT F-HISTORICO ASSIGN TO "historicoproductos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSH.

           SELECT F-EXPORTACION ASSIGN TO "exportproductos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT F-INFORME ASSIGN TO "informeproductos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS.
           COPY TARJREG.

       FD SALDOS.
           COPY SALDOREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD F-ARCHIVO.
           COPY ARCHREG.

       FD PRODUCTOS.
           COPY PRODREG.

       FD F-HISTORICO.
           COPY HISPROREG.

       FD F-EXPORTACION.
           COPY INFPROREG.

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FST                        PIC  X(2).
       77 FSS                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSA                        PIC  X(2).
       77 FSD                        PIC  X(2).
       77 FSH                        PIC  X(2).
       77 FSX                        PIC  X(2).
       77 FSI                        PIC  X(2).

       01 FECHA-PROCESO.
           05 FPR-ANO                PIC  9(4).
           05 FPR-MES                PIC  9(2).
           05 FPR-DIA                PIC  9(2).

      *    Mes del que se informa y mes con el que se compara.
       01 MES-INFORME.
           05 MIN-ANO                PIC  9(4).
           05 MIN-MES                PIC  9(2).
       01 MES-INFORME-NUM REDEFINES MES-INFORME PIC 9(6).

       01 MES-ANTERIOR.
           05 MAN-ANO                PIC  9(4).
           05 MAN-MES                PIC  9(2).
       01 MES-ANTERIOR-NUM REDEFINES MES-ANTERIOR PIC 9(6).

       77 MSJ-INGRESO                PIC  X(35) VALUE "Ingreso".
       77 MSJ-CHEQUE                 PIC  X(35)
           VALUE "Ingreso de cheque".
       77 MSJ-REINTEGRO              PIC  X(35) VALUE "Reintegro".
       77 MSJ-ORD                    PIC  X(35) VALUE "Transferimos".
       77 MSJ-ORD-MENSUAL            PIC  X(35)
           VALUE "Transferimos mensual".
       77 MSJ-EXT                    PIC  X(35)
           VALUE "Transferencia a otra entidad".
       77 MSJ-DST                    PIC  X(35)
           VALUE "Nos transfieren".
       77 MSJ-DST-MENSUAL            PIC  X(35)
           VALUE "Nos transfieren mensual".
       77 MSJ-ENT                    PIC  X(35)
           VALUE "Transferencia de otra entidad".
       77 MSJ-INTERES                PIC  X(35)
           VALUE "Abono de intereses".
       77 MSJ-INT-DEUDOR             PIC  X(35)
           VALUE "Cargo de intereses".
       77 MSJ-COM-EXT                PIC  X(35)
           VALUE "Comision transferencia".
       77 MSJ-COM-MANTEN             PIC  X(35)
           VALUE "Comision mantenimiento".

      *    Cifras del informe, en el orden en que salen en el informe
      *    y en el fichero de formato fijo. Tipo "C": numero de
      *    tarjetas o de movimientos; tipo "I": importe en centimos.
       77 NUM-FIGURAS                PIC  9(2) VALUE 21.
       01 NOMBRES-FIGURA-VAL.
           05 FILLER                 PIC X(30)
               VALUE "Tarjetas activas".
           05 FILLER                 PIC X(30)
               VALUE "Tarjetas bloqueadas".
           05 FILLER                 PIC X(30)
               VALUE "Tarjetas inactivas".
           05 FILLER                 PIC X(30)
               VALUE "Tarjetas cerradas".
           05 FILLER                 PIC X(30)
               VALUE "Saldo contable".
           05 FILLER                 PIC X(30)
               VALUE "Saldo disponible".
           05 FILLER                 PIC X(30)
               VALUE "Tarjetas en descubierto".
           05 FILLER                 PIC X(30)
               VALUE "Descubierto dispuesto".
           05 FILLER                 PIC X(30)
               VALUE "Limite de descubierto".
           05 FILLER                 PIC X(30)
               VALUE "Intereses abonados".
           05 FILLER                 PIC X(30)
               VALUE "Intereses cargados".
           05 FILLER                 PIC X(30)
               VALUE "Comisiones de transferencia".
           05 FILLER                 PIC X(30)
               VALUE "Comisiones de mantenimiento".
           05 FILLER                 PIC X(30)
               VALUE "Ingresos (numero)".
           05 FILLER                 PIC X(30)
               VALUE "Ingresos (importe)".
           05 FILLER                 PIC X(30)
               VALUE "Reintegros (numero)".
           05 FILLER                 PIC X(30)
               VALUE "Reintegros (importe)".
           05 FILLER                 PIC X(30)
               VALUE "Transf. emitidas (numero)".
           05 FILLER                 PIC X(30)
               VALUE "Transf. emitidas (importe)".
           05 FILLER                 PIC X(30)
               VALUE "Transf. recibidas (numero)".
           05 FILLER                 PIC X(30)
               VALUE "Transf. recibidas (importe)".
       01 NOMBRES-FIGURA REDEFINES NOMBRES-FIGURA-VAL.
           05 NOMBRE-FIGURA OCCURS 21 TIMES
               PIC X(30).
       01 TIPOS-FIGURA-VAL           PIC X(21)
           VALUE "CCCCIICIIIIIICICICICI".
       01 TIPOS-FIGURA REDEFINES TIPOS-FIGURA-VAL.
           05 TIPO-FIGURA OCCURS 21 TIMES
               PIC X(1).

      *    Un hueco por producto del catalogo y, detras, el de las
      *    tarjetas sin producto reconocido (codigo en blanco).
       77 MAX-PRODUCTOS              PIC  9(2) VALUE 50.
       77 NUM-PRODUCTOS              PIC  9(2) VALUE 0.
       77 HUECO-SIN                  PIC  9(2).
       01 TABLA-PRODUCTOS.
           05 PRD-ENTRADA OCCURS 51 TIMES.
               10 PRD-CODIGO         PIC X(4).
               10 PRD-DESCRIPCION    PIC X(35).
               10 PRD-HAY-ANTERIOR   PIC X(1).
               10 PRD-FIGURA OCCURS 21 TIMES.
                   15 PRD-ACTUAL     PIC S9(13).
                   15 PRD-PREVIO     PIC S9(13).

       77 IDX                        PIC  9(2).
       77 IDX-FIG                    PIC  9(2).
       77 IDX-PROD                   PIC  9(2).
       77 PRODUCTO-BUSCADO           PIC  X(4).
       77 MESES-TOTAL                PIC  9(6).
       77 ULTIMA-LIQUIDADA           PIC  9(8).
       77 MES-ULTIMA                 PIC  9(6).
       77 MES-PROCESO                PIC  9(6).

       77 CENT-SALDO                 PIC S9(11).
       77 CENT-DISPONIBLE            PIC S9(11).
       77 IMPORTE-ABS                PIC  9(11).
       77 IMPORTE-ENT-ABS            PIC  9(7).

      *    Valor de una cifra ya separado en signo y valor absoluto,
      *    para el historico y el fichero de formato fijo.
       77 VALOR-CIFRA                PIC S9(13).
       77 SIGNO-CIFRA                PIC  X(1).
       77 ABS-CIFRA                  PIC  9(13).

      *    Presentacion de una cifra en el informe.
       77 TEXTO-CIFRA                PIC  X(15).
       77 EUROS-CIFRA                PIC S9(11)V99.
       77 ED-NUMERO                  PIC -(14)9.
       77 ED-IMPORTE                 PIC -(11)9.99.

       01 LINEA-FIGURA.
           05 LF-NOMBRE              PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LF-ACTUAL              PIC X(15).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LF-PREVIO              PIC X(15).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LF-DIFERENCIA          PIC X(15).

       77 HAY-SALDOS                 PIC  9(1).
           88 CON-SALDOS               VALUE 1.
       77 HAY-LIBRO                  PIC  9(1).
           88 CON-LIBRO                VALUE 1.
       77 HAY-TARJETAS               PIC  9(1).
           88 CON-TARJETAS             VALUE 1.

       77 NUM-TARJETAS               PIC  9(7) VALUE 0.
       77 NUM-MOVIMIENTOS            PIC  9(9) VALUE 0.
       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 BT-MODO                    PIC  X(1).
       77 BT-BATCH                   PIC  X(8) VALUE "BANK55".
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK55".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK55 - Informe mensual por producto".

      *    Ultima fecha liquidada, antes de pedir la de hoy: decide si
      *    este mes ya se informo.
           MOVE "U" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK55 - Error de control"
               GOBACK.
           MOVE BT-FECHA TO ULTIMA-LIQUIDADA.

           MOVE "P" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.
           IF BT-RESULTADO = 2
               DISPLAY "BANK55 - " BT-FECHA " - Error de control"
               GOBACK.
           IF BT-RESULTADO = 1
               DISPLAY "BANK55 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE BT-FECHA TO FECHA-PROCESO.
           MOVE 0 TO PROCESO-FALLIDO.

           COMPUTE MES-ULTIMA = ULTIMA-LIQUIDADA / 100.
           COMPUTE MES-PROCESO = BT-FECHA / 100.
           IF MES-ULTIMA = MES-PROCESO
               MOVE "F" TO BT-MODO
               CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
                   BT-RESULTADO
               DISPLAY "BANK55 - " BT-FECHA
                   " - Mes ya informado, se omite"
               GOBACK.

      *    Mes cerrado (el anterior al de la fecha de negocio) y el
      *    previo a ese, con el que se compara.
           COMPUTE MESES-TOTAL = (FPR-ANO * 12) + FPR-MES - 2.
           DIVIDE MESES-TOTAL BY 12 GIVING MIN-ANO
               REMAINDER MIN-MES.
           ADD 1 TO MIN-MES.
           COMPUTE MESES-TOTAL = (FPR-ANO * 12) + FPR-MES - 3.
           DIVIDE MESES-TOTAL BY 12 GIVING MAN-ANO
               REMAINDER MAN-MES.
           ADD 1 TO MAN-MES.

           PERFORM CARGAR-PRODUCTOS THRU CARGAR-PRODUCTOS-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK55 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM LEER-HISTORICO THRU LEER-HISTORICO-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK55 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE 1 TO HAY-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               MOVE 0 TO HAY-TARJETAS
               GO TO RECORRER-ARCHIVO.
           IF FST <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"   TO LOG-PARRAFO
               MOVE "TARJETAS" TO LOG-FICHERO
               MOVE FST        TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GOBACK.

           MOVE 1 TO HAY-SALDOS.
           OPEN INPUT SALDOS.
           IF FSS = 35
               CLOSE SALDOS
               MOVE 0 TO HAY-SALDOS.
           IF FSS <> 00 AND CON-SALDOS
               MOVE 2 TO DEBUG
               MOVE "INICIO" TO LOG-PARRAFO
               MOVE "SALDOS" TO LOG-FICHERO
               MOVE FSS      TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE TARJETAS
               GOBACK.

           MOVE 1 TO HAY-LIBRO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               MOVE 0 TO HAY-LIBRO.
           IF FSM <> 00 AND CON-LIBRO
               MOVE 3 TO DEBUG
               MOVE "INICIO"      TO LOG-PARRAFO
               MOVE "MOVIMIENTOS" TO LOG-FICHERO
               MOVE FSM           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               IF CON-SALDOS
                   CLOSE SALDOS
               END-IF
               CLOSE TARJETAS
               GOBACK.

       RECORRER-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO FIN-RECORRIDO.

           ADD 1 TO NUM-TARJETAS.
           PERFORM TRATAR-TARJETA THRU TRATAR-TARJETA-FIN.

           GO TO RECORRER-TARJETAS.

       FIN-RECORRIDO.
           IF CON-LIBRO
               CLOSE F-MOVIMIENTOS.
           IF CON-SALDOS
               CLOSE SALDOS.

      *    Los movimientos de las tarjetas dadas de baja y los que
      *    BANK33 ya se llevo estan en el archivo, que no tiene clave
      *    por tarjeta: se recorre entero y el producto se busca en
      *    la ficha de la tarjeta, que sigue en tarjetas.ubd.
       RECORRER-ARCHIVO.
           OPEN INPUT F-ARCHIVO.
           IF FSA = 35
               GO TO FIN-ARCHIVO.
           IF FSA <> 00
               MOVE 4 TO DEBUG
               MOVE "RECORRER-ARCHIVO" TO LOG-PARRAFO
               MOVE "MOVARCHIVO"       TO LOG-FICHERO
               MOVE FSA                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO FIN-ARCHIVO.

           MOVE 0 TO ARC-NUM.

       RECORRER-ARCHIVO-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               CLOSE F-ARCHIVO
               GO TO FIN-ARCHIVO.

           IF ARC-ESTADO <> "E"
               GO TO RECORRER-ARCHIVO-READ.
           IF ARC-ANO <> MIN-ANO OR ARC-MES <> MIN-MES
               GO TO RECORRER-ARCHIVO-READ.

           MOVE SPACES TO PRODUCTO-BUSCADO.
           IF CON-TARJETAS
               MOVE ARC-TARJETA TO TNUM-E
               READ TARJETAS
                   NOT INVALID KEY
                       MOVE TPROD-E TO PRODUCTO-BUSCADO
               END-READ.
           PERFORM LOCALIZAR-PRODUCTO THRU LOCALIZAR-PRODUCTO-FIN.

           MOVE ARC-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE ARC-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE ARC-CONCEPTO    TO MOV-CONCEPTO.
           PERFORM SUMAR-MOVIMIENTO THRU SUMAR-MOVIMIENTO-FIN.

           GO TO RECORRER-ARCHIVO-READ.

       FIN-ARCHIVO.
           IF CON-TARJETAS
               CLOSE TARJETAS.

      *    Sin todos los movimientos del mes las cifras saldrian
      *    cortas: no se emite nada y el mes queda pendiente.
           IF HUBO-FALLO
               DISPLAY "BANK55 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           PERFORM EMITIR-INFORME THRU EMITIR-INFORME-FIN.
           PERFORM GRABAR-EXPORTACION THRU GRABAR-EXPORTACION-FIN.
           IF NOT HUBO-FALLO
               PERFORM GRABAR-HISTORICO THRU GRABAR-HISTORICO-FIN.

      *    Si el historico no se pudo ampliar, el mes siguiente no
      *    tendria con que comparar: la fecha queda pendiente y se
      *    repite entera en la proxima pasada.
           IF HUBO-FALLO
               DISPLAY "BANK55 - " BT-FECHA " - Error, no finalizado"
               GOBACK.

           MOVE "F" TO BT-MODO.
           CALL "BANKCTL" USING BT-MODO, BT-BATCH, BT-FECHA,
               BT-RESULTADO.

           DISPLAY "BANK55 - " BT-FECHA " - OK - Mes " MES-INFORME-NUM
               ", productos: " NUM-PRODUCTOS ", tarjetas: "
               NUM-TARJETAS ", movimientos: " NUM-MOVIMIENTOS.

           GOBACK.

      *    Catalogo de productos en la tabla; sin catalogo solo queda
      *    el hueco de las tarjetas sin producto.
       CARGAR-PRODUCTOS.
           MOVE 0 TO NUM-PRODUCTOS.

           OPEN INPUT PRODUCTOS.
           IF FSD = 35
               CLOSE PRODUCTOS
               GO TO CARGAR-PRODUCTOS-SIN.
           IF FSD <> 00
               MOVE 5 TO DEBUG
               MOVE "CARGAR-PRODUCTOS" TO LOG-PARRAFO
               MOVE "PRODUCTOS"        TO LOG-FICHERO
               MOVE FSD                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO CARGAR-PRODUCTOS-FIN.

       CARGAR-PRODUCTOS-READ.
           READ PRODUCTOS NEXT RECORD AT END
               GO TO CARGAR-PRODUCTOS-CLOSE.

           IF NUM-PRODUCTOS = MAX-PRODUCTOS
               DISPLAY "BANK55 - Producto " PRO-CODIGO
                   " fuera de tabla, va con los sin producto"
               GO TO CARGAR-PRODUCTOS-READ.

           ADD 1 TO NUM-PRODUCTOS.
           MOVE NUM-PRODUCTOS TO IDX-PROD.
           PERFORM LIMPIAR-PRODUCTO THRU LIMPIAR-PRODUCTO-FIN.
           MOVE PRO-CODIGO      TO PRD-CODIGO(IDX-PROD).
           MOVE PRO-DESCRIPCION TO PRD-DESCRIPCION(IDX-PROD).

           GO TO CARGAR-PRODUCTOS-READ.

       CARGAR-PRODUCTOS-CLOSE.
           CLOSE PRODUCTOS.

       CARGAR-PRODUCTOS-SIN.
           COMPUTE HUECO-SIN = NUM-PRODUCTOS + 1.
           MOVE HUECO-SIN TO IDX-PROD.
           PERFORM LIMPIAR-PRODUCTO THRU LIMPIAR-PRODUCTO-FIN.
           MOVE SPACES TO PRD-CODIGO(IDX-PROD).
           MOVE "Sin producto en catalogo" TO PRD-DESCRIPCION(IDX-PROD).

       CARGAR-PRODUCTOS-FIN.
           CONTINUE.

       LIMPIAR-PRODUCTO.
           MOVE "N" TO PRD-HAY-ANTERIOR(IDX-PROD).
           PERFORM LIMPIAR-FIGURA THRU LIMPIAR-FIGURA-FIN
               VARYING IDX-FIG FROM 1 BY 1 UNTIL IDX-FIG > NUM-FIGURAS.
       LIMPIAR-PRODUCTO-FIN.
           CONTINUE.

       LIMPIAR-FIGURA.
           MOVE 0 TO PRD-ACTUAL(IDX-PROD, IDX-FIG).
           MOVE 0 TO PRD-PREVIO(IDX-PROD, IDX-FIG).
       LIMPIAR-FIGURA-FIN.
           CONTINUE.

      *    Hueco del producto PRODUCTO-BUSCADO en IDX-PROD; el de los
      *    sin producto si no esta en el catalogo.
       LOCALIZAR-PRODUCTO.
           MOVE 0 TO IDX-PROD.
           PERFORM COMPARAR-PRODUCTO THRU COMPARAR-PRODUCTO-FIN
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-PRODUCTOS OR IDX-PROD > 0.
           IF IDX-PROD = 0
               MOVE HUECO-SIN TO IDX-PROD.
       LOCALIZAR-PRODUCTO-FIN.
           CONTINUE.

       COMPARAR-PRODUCTO.
           IF PRD-CODIGO(IDX) = PRODUCTO-BUSCADO
               MOVE IDX TO IDX-PROD.
       COMPARAR-PRODUCTO-FIN.
           CONTINUE.

      *    Cifras del mes anterior. Un producto que entonces no
      *    estaba en el catalogo aparece como "sin datos"; uno que ya
      *    no esta se ignora.
       LEER-HISTORICO.
           OPEN INPUT F-HISTORICO.
           IF FSH = 35
               GO TO LEER-HISTORICO-FIN.
           IF FSH <> 00
               MOVE 6 TO DEBUG
               MOVE "LEER-HISTORICO" TO LOG-PARRAFO
               MOVE "HISTORICO"      TO LOG-FICHERO
               MOVE FSH              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO LEER-HISTORICO-FIN.

       LEER-HISTORICO-READ.
           READ F-HISTORICO AT END
               GO TO LEER-HISTORICO-CLOSE.

           IF HIS-MES <> MES-ANTERIOR-NUM
               GO TO LEER-HISTORICO-READ.
           IF HIS-FIGURA < 1 OR HIS-FIGURA > NUM-FIGURAS
               GO TO LEER-HISTORICO-READ.

           MOVE HIS-PRODUCTO TO PRODUCTO-BUSCADO.
           PERFORM LOCALIZAR-PRODUCTO THRU LOCALIZAR-PRODUCTO-FIN.
           IF IDX-PROD = HUECO-SIN AND HIS-PRODUCTO <> SPACES
               GO TO LEER-HISTORICO-READ.

           MOVE "S" TO PRD-HAY-ANTERIOR(IDX-PROD).
           MOVE HIS-VALOR TO PRD-PREVIO(IDX-PROD, HIS-FIGURA).
           IF HIS-SIGNO = "-"
               MULTIPLY -1 BY PRD-PREVIO(IDX-PROD, HIS-FIGURA).

           GO TO LEER-HISTORICO-READ.

       LEER-HISTORICO-CLOSE.
           CLOSE F-HISTORICO.

       LEER-HISTORICO-FIN.
           CONTINUE.

      *    Estado, saldo y descubierto de la tarjeta, y sus
      *    movimientos del mes por la clave de tarjeta y fecha.
       TRATAR-TARJETA.
           MOVE TPROD-E TO PRODUCTO-BUSCADO.
           PERFORM LOCALIZAR-PRODUCTO THRU LOCALIZAR-PRODUCTO-FIN.

           IF TARJ-ACTIVA
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 1).
           IF TARJ-ROBADA OR TARJ-RETIRADA
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 2).
           IF TARJ-INACTIVA
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 3).
           IF TARJ-CERRADA
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 4).

           IF NOT TARJ-CERRADA
               COMPUTE PRD-ACTUAL(IDX-PROD, 9) =
                   PRD-ACTUAL(IDX-PROD, 9) + (TDESCUB-E * 100).

           IF NOT CON-SALDOS
               GO TO TRATAR-TARJETA-MOVIMIENTOS.

      *    Una tarjeta dada de baja ya no tiene registro de saldo.
           MOVE TNUM-E TO SAL-TARJETA.
           READ SALDOS INVALID KEY
               GO TO TRATAR-TARJETA-MOVIMIENTOS.

           COMPUTE CENT-SALDO = (SAL-SALDO-ENT * 100) + SAL-SALDO-DEC.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - SAL-RETENIDO.
           ADD CENT-SALDO TO PRD-ACTUAL(IDX-PROD, 5).
           ADD CENT-DISPONIBLE TO PRD-ACTUAL(IDX-PROD, 6).
           IF CENT-SALDO < 0
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 7)
               SUBTRACT CENT-SALDO FROM PRD-ACTUAL(IDX-PROD, 8).

       TRATAR-TARJETA-MOVIMIENTOS.
           IF NOT CON-LIBRO
               GO TO TRATAR-TARJETA-FIN.

           MOVE TNUM-E  TO MOV-TARJETA.
           MOVE MIN-ANO TO MOV-ANO.
           MOVE MIN-MES TO MOV-MES.
           MOVE 0       TO MOV-DIA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA-FECHA
               INVALID KEY GO TO TRATAR-TARJETA-FIN.

       TRATAR-TARJETA-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO TRATAR-TARJETA-FIN.

           IF MOV-TARJETA <> TNUM-E
               GO TO TRATAR-TARJETA-FIN.
           IF MOV-ANO <> MIN-ANO OR MOV-MES <> MIN-MES
               GO TO TRATAR-TARJETA-FIN.

           IF NOT MOV-EJECUTADO
               GO TO TRATAR-TARJETA-READ.

           PERFORM SUMAR-MOVIMIENTO THRU SUMAR-MOVIMIENTO-FIN.

           GO TO TRATAR-TARJETA-READ.

       TRATAR-TARJETA-FIN.
           CONTINUE.

      *    Los volumenes van en valor absoluto, asi que no hace falta
      *    el convenio de signo de la parte decimal.
       SUMAR-MOVIMIENTO.
           ADD 1 TO NUM-MOVIMIENTOS.

           MOVE MOV-IMPORTE-ENT TO IMPORTE-ENT-ABS.
           COMPUTE IMPORTE-ABS = (IMPORTE-ENT-ABS * 100)
               + MOV-IMPORTE-DEC.

           IF MOV-CONCEPTO = MSJ-INGRESO
               OR MOV-CONCEPTO = MSJ-CHEQUE
                   ADD 1 TO PRD-ACTUAL(IDX-PROD, 14)
                   ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 15)
                   GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-REINTEGRO
               ADD 1 TO PRD-ACTUAL(IDX-PROD, 16)
               ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 17)
               GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-ORD
               OR MOV-CONCEPTO = MSJ-ORD-MENSUAL
               OR MOV-CONCEPTO = MSJ-EXT
                   ADD 1 TO PRD-ACTUAL(IDX-PROD, 18)
                   ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 19)
                   GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-DST
               OR MOV-CONCEPTO = MSJ-DST-MENSUAL
               OR MOV-CONCEPTO = MSJ-ENT
                   ADD 1 TO PRD-ACTUAL(IDX-PROD, 20)
                   ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 21)
                   GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-INTERES
               ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 10)
               GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-INT-DEUDOR
               ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 11)
               GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-COM-EXT
               ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 12)
               GO TO SUMAR-MOVIMIENTO-FIN.
           IF MOV-CONCEPTO = MSJ-COM-MANTEN
               ADD IMPORTE-ABS TO PRD-ACTUAL(IDX-PROD, 13).

       SUMAR-MOVIMIENTO-FIN.
           CONTINUE.

       EMITIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               MOVE 7 TO DEBUG
               MOVE "EMITIR-INFORME" TO LOG-PARRAFO
               MOVE "INFORME"        TO LOG-FICHERO
               MOVE FSI              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO EMITIR-INFORME-FIN.

           MOVE SPACES TO INFORME-LINEA.
           STRING "UnizarBank - Informe de gestion por producto - mes "
               MIN-MES "/" MIN-ANO " (anterior " MAN-MES "/" MAN-ANO
               ")" DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Importes en euros. Tarjetas y saldos a "
               BT-FECHA "; movimientos del mes."
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           PERFORM EMITIR-PRODUCTO THRU EMITIR-PRODUCTO-FIN
               VARYING IDX-PROD FROM 1 BY 1 UNTIL IDX-PROD > HUECO-SIN.

           CLOSE F-INFORME.

       EMITIR-INFORME-FIN.
           CONTINUE.

       EMITIR-PRODUCTO.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Producto " PRD-CODIGO(IDX-PROD) "  "
               PRD-DESCRIPCION(IDX-PROD)
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE SPACES TO LINEA-FIGURA.
           MOVE "     Mes actual" TO LF-ACTUAL.
           MOVE "   Mes anterior" TO LF-PREVIO.
           MOVE "     Diferencia" TO LF-DIFERENCIA.
           MOVE LINEA-FIGURA TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           PERFORM EMITIR-FIGURA THRU EMITIR-FIGURA-FIN
               VARYING IDX-FIG FROM 1 BY 1 UNTIL IDX-FIG > NUM-FIGURAS.

       EMITIR-PRODUCTO-FIN.
           CONTINUE.

       EMITIR-FIGURA.
           MOVE SPACES TO LINEA-FIGURA.
           MOVE NOMBRE-FIGURA(IDX-FIG) TO LF-NOMBRE.

           MOVE PRD-ACTUAL(IDX-PROD, IDX-FIG) TO VALOR-CIFRA.
           PERFORM FORMATEAR-CIFRA THRU FORMATEAR-CIFRA-FIN.
           MOVE TEXTO-CIFRA TO LF-ACTUAL.

           IF PRD-HAY-ANTERIOR(IDX-PROD) <> "S"
               MOVE "      sin datos" TO LF-PREVIO
               GO TO EMITIR-FIGURA-WRITE.

           MOVE PRD-PREVIO(IDX-PROD, IDX-FIG) TO VALOR-CIFRA.
           PERFORM FORMATEAR-CIFRA THRU FORMATEAR-CIFRA-FIN.
           MOVE TEXTO-CIFRA TO LF-PREVIO.

           COMPUTE VALOR-CIFRA = PRD-ACTUAL(IDX-PROD, IDX-FIG)
               - PRD-PREVIO(IDX-PROD, IDX-FIG).
           PERFORM FORMATEAR-CIFRA THRU FORMATEAR-CIFRA-FIN.
           MOVE TEXTO-CIFRA TO LF-DIFERENCIA.

       EMITIR-FIGURA-WRITE.
           MOVE LINEA-FIGURA TO INFORME-LINEA.
           WRITE INFORME-LINEA.

       EMITIR-FIGURA-FIN.
           CONTINUE.

      *    VALOR-CIFRA de la cifra IDX-FIG, editado en TEXTO-CIFRA:
      *    los importes pasan de centimos a euros.
       FORMATEAR-CIFRA.
           IF TIPO-FIGURA(IDX-FIG) = "C"
               MOVE VALOR-CIFRA TO ED-NUMERO
               MOVE ED-NUMERO TO TEXTO-CIFRA
               GO TO FORMATEAR-CIFRA-FIN.

           COMPUTE EUROS-CIFRA = VALOR-CIFRA / 100.
           MOVE EUROS-CIFRA TO ED-IMPORTE.
           MOVE ED-IMPORTE TO TEXTO-CIFRA.

       FORMATEAR-CIFRA-FIN.
           CONTINUE.

       SEPARAR-SIGNO.
           IF VALOR-CIFRA < 0
               MOVE "-" TO SIGNO-CIFRA
           ELSE
               MOVE "+" TO SIGNO-CIFRA.
           MOVE VALOR-CIFRA TO ABS-CIFRA.
       SEPARAR-SIGNO-FIN.
           CONTINUE.

       GRABAR-EXPORTACION.
           OPEN OUTPUT F-EXPORTACION.
           IF FSX <> 00
               MOVE 8 TO DEBUG
               MOVE "GRABAR-EXPORTACION" TO LOG-PARRAFO
               MOVE "EXPORTACION"        TO LOG-FICHERO
               MOVE FSX                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO GRABAR-EXPORTACION-FIN.

           PERFORM EXPORTAR-PRODUCTO THRU EXPORTAR-PRODUCTO-FIN
               VARYING IDX-PROD FROM 1 BY 1 UNTIL IDX-PROD > HUECO-SIN.

           CLOSE F-EXPORTACION.

       GRABAR-EXPORTACION-FIN.
           CONTINUE.

       EXPORTAR-PRODUCTO.
           PERFORM EXPORTAR-FIGURA THRU EXPORTAR-FIGURA-FIN
               VARYING IDX-FIG FROM 1 BY 1 UNTIL IDX-FIG > NUM-FIGURAS.
       EXPORTAR-PRODUCTO-FIN.
           CONTINUE.

       EXPORTAR-FIGURA.
           MOVE MES-INFORME-NUM      TO INF-MES.
           MOVE PRD-CODIGO(IDX-PROD) TO INF-PRODUCTO.
           MOVE IDX-FIG              TO INF-FIGURA.

           MOVE PRD-ACTUAL(IDX-PROD, IDX-FIG) TO VALOR-CIFRA.
           PERFORM SEPARAR-SIGNO THRU SEPARAR-SIGNO-FIN.
           MOVE SIGNO-CIFRA TO INF-SIGNO.
           MOVE ABS-CIFRA   TO INF-VALOR.

           MOVE PRD-HAY-ANTERIOR(IDX-PROD) TO INF-ANTERIOR.
           MOVE PRD-PREVIO(IDX-PROD, IDX-FIG) TO VALOR-CIFRA.
           PERFORM SEPARAR-SIGNO THRU SEPARAR-SIGNO-FIN.
           MOVE SIGNO-CIFRA TO INF-SIGNO-ANT.
           MOVE ABS-CIFRA   TO INF-VALOR-ANT.

           COMPUTE VALOR-CIFRA = PRD-ACTUAL(IDX-PROD, IDX-FIG)
               - PRD-PREVIO(IDX-PROD, IDX-FIG).
           PERFORM SEPARAR-SIGNO THRU SEPARAR-SIGNO-FIN.
           MOVE SIGNO-CIFRA TO INF-SIGNO-DIF.
           MOVE ABS-CIFRA   TO INF-VALOR-DIF.

           WRITE INFORME-PRO-REG.
       EXPORTAR-FIGURA-FIN.
           CONTINUE.

       GRABAR-HISTORICO.
           OPEN EXTEND F-HISTORICO.
           IF FSH = 35
               OPEN OUTPUT F-HISTORICO
               CLOSE F-HISTORICO
               OPEN EXTEND F-HISTORICO.
           IF FSH <> 00
               MOVE 9 TO DEBUG
               MOVE "GRABAR-HISTORICO" TO LOG-PARRAFO
               MOVE "HISTORICO"        TO LOG-FICHERO
               MOVE FSH                TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO GRABAR-HISTORICO-FIN.

           PERFORM ARCHIVAR-PRODUCTO THRU ARCHIVAR-PRODUCTO-FIN
               VARYING IDX-PROD FROM 1 BY 1 UNTIL IDX-PROD > HUECO-SIN.

           CLOSE F-HISTORICO.

       GRABAR-HISTORICO-FIN.
           CONTINUE.

       ARCHIVAR-PRODUCTO.
           PERFORM ARCHIVAR-FIGURA THRU ARCHIVAR-FIGURA-FIN
               VARYING IDX-FIG FROM 1 BY 1 UNTIL IDX-FIG > NUM-FIGURAS.
       ARCHIVAR-PRODUCTO-FIN.
           CONTINUE.

       ARCHIVAR-FIGURA.
           MOVE MES-INFORME-NUM      TO HIS-MES.
           MOVE PRD-CODIGO(IDX-PROD) TO HIS-PRODUCTO.
           MOVE IDX-FIG              TO HIS-FIGURA.
           MOVE PRD-ACTUAL(IDX-PROD, IDX-FIG) TO VALOR-CIFRA.
           PERFORM SEPARAR-SIGNO THRU SEPARAR-SIGNO-FIN.
           MOVE SIGNO-CIFRA TO HIS-SIGNO.
           MOVE ABS-CIFRA   TO HIS-VALOR.

           WRITE HISTORICO-PRO-REG.
           IF FSH <> 00
               MOVE 10 TO DEBUG
               MOVE "ARCHIVAR-FIGURA" TO LOG-PARRAFO
               MOVE "HISTORICO"       TO LOG-FICHERO
               MOVE FSH               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.
       ARCHIVAR-FIGURA-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK55 - Error de fichero. DEBUG=" DEBUG.

       END PROGRAM BANK55.
