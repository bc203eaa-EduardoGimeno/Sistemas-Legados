       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK47.

      *    Conversion de descubierto en prestamo. Uso de operador de
      *    sucursal: para una tarjeta activa que esta en descubierto
      *    abre un prestamo de refinanciacion por la deuda (o por la
      *    parte de ella que se indique), con plazo en meses y dia de
      *    pago. La tasa mensual es la del producto de la tarjeta en
      *    el catalogo (PRO-TASA-PRESTAMO, BANK26); sin producto o sin
      *    tasa de prestamo en el, la de TASAPRESTAMO en
      *    parametros.ubd, y sin fila en vigor la compilada.
      *
      *    La cuota es constante (sistema frances). El cuadro de
      *    amortizacion completo se graba en prestamos.ubd: una
      *    cabecera con las condiciones y el capital pendiente y una
      *    linea por cuota con su vencimiento nominal (el dia de pago
      *    de cada mes a partir del siguiente) y el reparto entre
      *    capital e intereses; la ultima cuota absorbe el redondeo.
      *    El capital se abona en la tarjeta como un movimiento
      *    EJECUTADO, que cancela el descubierto; el prestamo solo se
      *    graba una vez abonado el capital. Las cuotas las cobra
      *    el batch BANK48. Una tarjeta solo puede tener un prestamo
      *    vivo a la vez.
      *    El alta queda en la pista de auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
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

           SELECT PRODUCTOS ASSIGN TO "productos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CODIGO
           FILE STATUS IS FSD.

           SELECT PRESTAMOS ASSIGN TO "prestamos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD PRODUCTOS.
           COPY PRODREG.

       FD PRESTAMOS.
           COPY PRESREG.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSP                       PIC   X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED       VALUE      0.
           88 PGUP-PRESSED        VALUE   2001.
           88 PGDN-PRESSED        VALUE   2002.
           88 UP-ARROW-PRESSED    VALUE   2003.
           88 DOWN-ARROW-PRESSED  VALUE   2004.
           88 ESC-PRESSED         VALUE   2005.

       77 PRESSED-KEY BLANK ZERO   PIC    9(4).

       77 TNUM-PRESTAMO             PIC   9(16).
       77 DNI-CLIENTE               PIC    X(9).
       77 EURENT-USUARIO            PIC    9(7).
       77 EURDEC-USUARIO            PIC    9(2).
       77 PLAZO-MESES               PIC    9(3).
       77 DIA-PAGO                  PIC    9(2).

       77 MSJ-PRESTAMO              PIC   X(35)
           VALUE "Abono prestamo refinanciacion".

       77 PRODUCTO-TARJETA          PIC    X(4).
       77 TASA-GENERAL              PIC    9(4) VALUE 0050.
       77 TASA-PRESTAMO             PIC    9(4).
       77 TASA-MENSUAL              PIC   9V9(4).
       77 FACTOR-PLAZO              PIC  9(5)V9(12).

       77 CENT-SALDO                PIC  S9(11).
       77 CENT-DEUDA                PIC   9(11).
       77 CENT-CAPITAL              PIC   9(11).
       77 CENT-CUOTA                PIC   9(11).
       77 CENT-RESTANTE             PIC   9(11).
       77 CENT-INTERES              PIC   9(11).
       77 CENT-AMORTIZADO           PIC   9(11).
       77 IMPORTE-ENT               PIC    9(9).
       77 IMPORTE-DEC               PIC    9(2).

       77 NUM-PRESTAMO              PIC    9(2).
       77 NUM-CUOTA                 PIC    9(3).
       77 ANO-CUOTA                 PIC    9(4).
       77 MES-CUOTA                 PIC    9(2).
       77 PRIMER-VENCIMIENTO        PIC    9(8).
       77 HAY-PRESTAMO-VIVO         PIC    9(1).
           88 PRESTAMO-VIVO-EN-TARJETA VALUE 1.
       77 IMAGEN-CABECERA           PIC   X(81).

       01 FECHA-TEXTO.
           05 FTX-DIA               PIC   9(2).
           05 FILLER                PIC   X VALUE "-".
           05 FTX-MES               PIC   9(2).
           05 FILLER                PIC   X VALUE "-".
           05 FTX-ANO               PIC   9(4).
       01 FECHA-VENCIMIENTO.
           05 FVE-ANO               PIC   9(4).
           05 FVE-MES               PIC   9(2).
           05 FVE-DIA               PIC   9(2).
       01 FECHA-VENCIMIENTO-NUM REDEFINES FECHA-VENCIMIENTO
                                    PIC   9(8).

       77 BP2-MODO                  PIC    X(1).
       77 BP2-TNUM                  PIC   9(16).
       77 BP2-DELTA-CENT            PIC  S9(11).
       77 BP2-MOV-NUM               PIC   9(35).
       77 BP2-SALDO-ENT             PIC   S9(9).
       77 BP2-SALDO-DEC             PIC   S9(2).
       77 BP2-RESULTADO             PIC    9(1).

       77 PA-MODO                   PIC    X(1).
       77 PA-CLAVE                  PIC   X(12).
       77 PA-FECHA                  PIC    9(8).
       77 PA-VALOR-ENT              PIC   S9(9).
       77 PA-VALOR-DEC              PIC    9(4).
       77 PA-RESULTADO              PIC    9(1).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK47".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK47".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-PRESTAMO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 10 COL 50 PIC 9(16) USING TNUM-PRESTAMO.
           05 FILLER AUTO UNDERLINE
               LINE 11 COL 50 PIC X(9) USING DNI-CLIENTE.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 13 COL 50 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER LINE 13 COL 57 VALUE ".".
           05 FILLER AUTO UNDERLINE
               LINE 13 COL 58 PIC 9(2) USING EURDEC-USUARIO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 15 COL 50 PIC 9(3) USING PLAZO-MESES.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 9(2) USING DIA-PAGO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Firma de operador (BANKSEG): conceder financiacion exige
      *    perfil de supervisor como minimo.
           MOVE 2 TO SG-NIVEL.
           CALL "BANKSEG" USING SG-NIVEL, SG-OPERADOR, SG-PERFIL,
               SG-RESULTADO.
           IF SG-RESULTADO <> 0
               GO TO ACCESO-DENEGADO.

      *    Tasa general de respaldo para las tarjetas sin producto o
      *    con un producto sin tasa de prestamo.
           MOVE "L" TO PA-MODO.
           MOVE "TASAPRESTAMO" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-DEC TO TASA-GENERAL.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Prestamo de descubierto - UnizarBank"
               LINE 2 COL 22
               WITH FOREGROUND-COLOR IS 3.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PANTALLA-PRESTAMO.
           INITIALIZE TNUM-PRESTAMO.
           INITIALIZE DNI-CLIENTE.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           INITIALIZE PLAZO-MESES.
           INITIALIZE DIA-PAGO.

       PEDIR-DATOS.
           DISPLAY "Tarjeta en descubierto:" LINE 10 COL 19.
           DISPLAY "DNI del titular:" LINE 11 COL 19.
           DISPLAY "Importe (0 = toda la deuda):" LINE 13 COL 19.
           DISPLAY "Plazo en meses (1-120):" LINE 15 COL 19.
           DISPLAY "Dia de pago (1-28):" LINE 16 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-PRESTAMO ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO PEDIR-DATOS.

           IF PLAZO-MESES < 1 OR PLAZO-MESES > 120
               DISPLAY "Indique un plazo entre 1 y 120 meses!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DATOS.

      *    Hasta el 28 para que el dia de pago exista todos los meses.
           IF DIA-PAGO < 1 OR DIA-PAGO > 28
               DISPLAY "Indique un dia de pago entre 1 y 28!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DATOS.

       IDENTIFICAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE "IDENTIFICAR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"            TO LOG-FICHERO
               MOVE FST                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-PRESTAMO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO TARJETA-NO-EXISTE.

           CLOSE TARJETAS.

           IF NOT TARJ-ACTIVA
               GO TO TARJETA-NO-ACTIVA.

           IF TDNI-E <> DNI-CLIENTE
               GO TO TITULAR-NO-COINCIDE.

           MOVE TPROD-E TO PRODUCTO-TARJETA.

      *    Resolucion producto primero, como en BANK10.
       RESOLVER-TASA.
           MOVE TASA-GENERAL TO TASA-PRESTAMO.

           IF PRODUCTO-TARJETA = SPACES
               GO TO VERIFICAR-PRESTAMOS.

           OPEN INPUT PRODUCTOS.
           IF FSD <> 00
               GO TO VERIFICAR-PRESTAMOS.

           MOVE PRODUCTO-TARJETA TO PRO-CODIGO.
           READ PRODUCTOS
               NOT INVALID KEY
                   IF PRO-TASA-PRESTAMO > 0
                       MOVE PRO-TASA-PRESTAMO TO TASA-PRESTAMO
                   END-IF
           END-READ.
           CLOSE PRODUCTOS.

      *    Un solo prestamo vivo por tarjeta; el siguiente numero de
      *    prestamo de la tarjeta sigue al ultimo que tuvo.
       VERIFICAR-PRESTAMOS.
           MOVE 0 TO HAY-PRESTAMO-VIVO.
           MOVE 0 TO NUM-PRESTAMO.

           PERFORM PRESTAMOS-OPEN THRU PRESTAMOS-OPEN.

           MOVE TNUM-PRESTAMO TO PRE-TARJETA.
           MOVE 0 TO PRE-NUMERO.
           MOVE 0 TO PRE-CUOTA.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY GO TO VERIFICAR-PRESTAMOS-FIN.

       VERIFICAR-PRESTAMOS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO VERIFICAR-PRESTAMOS-FIN.

           IF PRE-TARJETA <> TNUM-PRESTAMO
               GO TO VERIFICAR-PRESTAMOS-FIN.

           IF PRE-CUOTA = 0
               MOVE PRE-NUMERO TO NUM-PRESTAMO
               IF PRE-VIGENTE
                   MOVE 1 TO HAY-PRESTAMO-VIVO
               END-IF
           END-IF.

           GO TO VERIFICAR-PRESTAMOS-READ.

       VERIFICAR-PRESTAMOS-FIN.
           CLOSE PRESTAMOS.

           IF PRESTAMO-VIVO-EN-TARJETA
               GO TO PRESTAMO-VIVO.

           IF NUM-PRESTAMO = 99
               GO TO PRESTAMO-VIVO.
           ADD 1 TO NUM-PRESTAMO.

      *    La deuda a refinanciar es el saldo contable negativo.
       CONSULTAR-DESCUBIERTO.
           MOVE "S" TO BP2-MODO.
           MOVE TNUM-PRESTAMO TO BP2-TNUM.
           MOVE 0 TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "CONSULTAR-DESCUBIERTO" TO LOG-PARRAFO
               MOVE "BANKPOST"              TO LOG-FICHERO
               MOVE "99"                    TO LOG-STATUS
               GO TO PSYS-ERR.

           COMPUTE CENT-SALDO = (BP2-SALDO-ENT * 100) + BP2-SALDO-DEC.
           IF CENT-SALDO NOT < 0
               GO TO SIN-DESCUBIERTO.
           COMPUTE CENT-DEUDA = 0 - CENT-SALDO.

           COMPUTE CENT-CAPITAL = (EURENT-USUARIO * 100)
               + EURDEC-USUARIO.
           IF CENT-CAPITAL = 0
               MOVE CENT-DEUDA TO CENT-CAPITAL.

           IF CENT-CAPITAL > CENT-DEUDA
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "El importe supera la deuda de descubierto!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DATOS.

      *    Cuota constante del sistema frances: C * i / (1 - (1+i)^-n),
      *    o el capital entre el plazo si la tasa es cero.
       CALCULAR-CUOTA.
           COMPUTE TASA-MENSUAL = TASA-PRESTAMO / 10000.

           IF TASA-PRESTAMO = 0
               COMPUTE CENT-CUOTA ROUNDED = CENT-CAPITAL / PLAZO-MESES
           ELSE
               COMPUTE FACTOR-PLAZO = (1 + TASA-MENSUAL) ** PLAZO-MESES
               COMPUTE CENT-CUOTA ROUNDED = CENT-CAPITAL * TASA-MENSUAL
                   * FACTOR-PLAZO / (FACTOR-PLAZO - 1).

      *    Primer vencimiento: el dia de pago del mes siguiente.
           MOVE ANO TO FVE-ANO.
           MOVE MES TO FVE-MES.
           ADD 1 TO FVE-MES.
           IF FVE-MES > 12
               MOVE 1 TO FVE-MES
               ADD 1 TO FVE-ANO.
           MOVE DIA-PAGO TO FVE-DIA.
           MOVE FECHA-VENCIMIENTO-NUM TO PRIMER-VENCIMIENTO.

       CONFIRMAR-PRESTAMO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Condiciones del prestamo" LINE 8 COL 19.
           DISPLAY "Tarjeta:" LINE 10 COL 19.
           DISPLAY TNUM-PRESTAMO LINE 10 COL 50.
           DISPLAY "Deuda de descubierto (EUR):" LINE 11 COL 19.
           DIVIDE CENT-DEUDA BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 11 COL 50.
           DISPLAY "." LINE 11 COL 59.
           DISPLAY IMPORTE-DEC LINE 11 COL 60.
           DISPLAY "Capital del prestamo (EUR):" LINE 12 COL 19.
           DIVIDE CENT-CAPITAL BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 12 COL 50.
           DISPLAY "." LINE 12 COL 59.
           DISPLAY IMPORTE-DEC LINE 12 COL 60.
           DISPLAY "Tasa mensual (4 decimales):" LINE 13 COL 19.
           DISPLAY TASA-PRESTAMO LINE 13 COL 50.
           DISPLAY "Plazo (meses):" LINE 14 COL 19.
           DISPLAY PLAZO-MESES LINE 14 COL 50.
           DISPLAY "Cuota mensual (EUR):" LINE 15 COL 19.
           DIVIDE CENT-CUOTA BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 15 COL 50.
           DISPLAY "." LINE 15 COL 59.
           DISPLAY IMPORTE-DEC LINE 15 COL 60.
           DISPLAY "Primer vencimiento:" LINE 16 COL 19.
           MOVE FVE-DIA TO FTX-DIA.
           MOVE FVE-MES TO FTX-MES.
           MOVE FVE-ANO TO FTX-ANO.
           DISPLAY FECHA-TEXTO LINE 16 COL 50.

           DISPLAY "Enter - Conceder" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       CONFIRMAR-PRESTAMO-TECLA.
           ACCEPT PRESSED-KEY ON EXCEPTION
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO CONFIRMAR-PRESTAMO-TECLA.

      *    El capital se abona en la tarjeta y cancela el descubierto.
      *    Va antes que el prestamo: sin el capital abonado no se
      *    graba nada, y BANK48 no llega a cobrar cuotas de un
      *    prestamo que nunca se desembolso.
       ABONAR-CAPITAL.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE "N" TO BP2-MODO.
           MOVE TNUM-PRESTAMO TO BP2-TNUM.
           MOVE CENT-CAPITAL TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "ABONAR-CAPITAL" TO LOG-PARRAFO
               MOVE "BANKPOST"       TO LOG-FICHERO
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE BP2-MOV-NUM             TO MOV-NUM.
           MOVE TNUM-PRESTAMO           TO MOV-TARJETA.
           MOVE ANO                     TO MOV-ANO.
           MOVE MES                     TO MOV-MES.
           MOVE DIA                     TO MOV-DIA.
           MOVE HORAS                   TO MOV-HOR.
           MOVE MINUTOS                 TO MOV-MIN.
           MOVE SEGUNDOS                TO MOV-SEG.
           DIVIDE CENT-CAPITAL BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE MSJ-PRESTAMO            TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT           TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC           TO MOV-SALDOPOS-DEC.
           SET MOV-EJECUTADO            TO TRUE.
           MOVE 0                       TO MOV-CONTRAPARTIDA.
           MOVE SPACES                  TO MOV-REFERENCIA.
           MOVE 0                       TO MOV-NUM-PAR.
           MOVE 0                       TO MOV-NUM-REVERSO.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "ABONAR-CAPITAL" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"    TO LOG-FICHERO
               MOVE FSM              TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

      *    Cabecera y cuadro de amortizacion completo, con la fecha
      *    del abono como fecha de alta.
       GRABAR-PRESTAMO.
           PERFORM PRESTAMOS-OPEN THRU PRESTAMOS-OPEN.

           INITIALIZE PRESTAMO-REG.
           MOVE TNUM-PRESTAMO TO PRE-TARJETA.
           MOVE NUM-PRESTAMO TO PRE-NUMERO.
           MOVE 0 TO PRE-CUOTA.
           MOVE CENT-CAPITAL TO PRE-CAPITAL-CENT.
           MOVE PLAZO-MESES TO PRE-PLAZO.
           MOVE TASA-PRESTAMO TO PRE-TASA.
           MOVE DIA-PAGO TO PRE-DIA-PAGO.
           COMPUTE PRE-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CENT-CAPITAL TO PRE-PENDIENTE-CENT.
           MOVE SG-OPERADOR TO PRE-OPERADOR.
           SET PRE-VIGENTE TO TRUE.
           WRITE PRESTAMO-REG INVALID KEY
               MOVE "GRABAR-PRESTAMO" TO LOG-PARRAFO
               MOVE "PRESTAMOS"       TO LOG-FICHERO
               MOVE FSP               TO LOG-STATUS
               GO TO PSYS-ERR.
           MOVE PRESTAMO-REG TO IMAGEN-CABECERA.

           MOVE CENT-CAPITAL TO CENT-RESTANTE.
           MOVE PRIMER-VENCIMIENTO TO FECHA-VENCIMIENTO-NUM.
           MOVE FVE-ANO TO ANO-CUOTA.
           MOVE FVE-MES TO MES-CUOTA.

           PERFORM GRABAR-CUOTA THRU GRABAR-CUOTA-FIN
               VARYING NUM-CUOTA FROM 1 BY 1
               UNTIL NUM-CUOTA > PLAZO-MESES.

           CLOSE PRESTAMOS.

      *    Pista de auditoria (BANKAUD): alta del prestamo con la
      *    cabecera como imagen.
           MOVE "ALTA" TO AU-ACCION.
           MOVE IMAGEN-CABECERA(1:18) TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE IMAGEN-CABECERA TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       EXITO-PRESTAMO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Prestamo de descubierto" LINE 10 COL 19.
           DISPLAY "Tarjeta:" LINE 12 COL 19.
           DISPLAY TNUM-PRESTAMO LINE 12 COL 44.
           DISPLAY "Numero de prestamo:" LINE 13 COL 19.
           DISPLAY NUM-PRESTAMO LINE 13 COL 44.
           DISPLAY "Cuotas grabadas:" LINE 14 COL 19.
           DISPLAY PLAZO-MESES LINE 14 COL 44.
           DISPLAY "El capital ha sido abonado en la tarjeta"
               LINE 16 COL 19.

           DISPLAY "Enter - Otro prestamo" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT PRESSED-KEY.
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR.
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO.

           GO TO EXITO-PRESTAMO.

      *    Una linea del cuadro: intereses del mes sobre el capital
      *    que queda, el resto de la cuota amortiza. La ultima cuota
      *    amortiza todo lo que quede.
       GRABAR-CUOTA.
           COMPUTE CENT-INTERES ROUNDED = CENT-RESTANTE * TASA-MENSUAL.

           IF NUM-CUOTA = PLAZO-MESES
               OR CENT-CUOTA - CENT-INTERES > CENT-RESTANTE
                   MOVE CENT-RESTANTE TO CENT-AMORTIZADO
           ELSE
               COMPUTE CENT-AMORTIZADO = CENT-CUOTA - CENT-INTERES.

           MOVE MES-CUOTA TO FVE-MES.
           MOVE ANO-CUOTA TO FVE-ANO.
           MOVE DIA-PAGO TO FVE-DIA.

           INITIALIZE PRESTAMO-REG.
           MOVE TNUM-PRESTAMO TO PRE-TARJETA.
           MOVE NUM-PRESTAMO TO PRE-NUMERO.
           MOVE NUM-CUOTA TO PRE-CUOTA.
           MOVE FECHA-VENCIMIENTO-NUM TO PRE-VENCIMIENTO.
           COMPUTE PRE-CUOTA-CENT = CENT-AMORTIZADO + CENT-INTERES.
           MOVE CENT-AMORTIZADO TO PRE-CAPITAL-CUOTA.
           MOVE CENT-INTERES TO PRE-INTERES-CUOTA.
           SET PRE-CUOTA-PENDIENTE TO TRUE.
           MOVE 0 TO PRE-FECHA-COBRO.
           WRITE PRESTAMO-REG INVALID KEY
               MOVE "GRABAR-CUOTA" TO LOG-PARRAFO
               MOVE "PRESTAMOS"    TO LOG-FICHERO
               MOVE FSP            TO LOG-STATUS
               GO TO PSYS-ERR.

           SUBTRACT CENT-AMORTIZADO FROM CENT-RESTANTE.

           ADD 1 TO MES-CUOTA.
           IF MES-CUOTA > 12
               MOVE 1 TO MES-CUOTA
               ADD 1 TO ANO-CUOTA.

       GRABAR-CUOTA-FIN.
           CONTINUE.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               GO TO MOVIMIENTOS-OPEN
           ELSE
               IF FSM <> 00
                   MOVE "MOVIMIENTOS-OPEN" TO LOG-PARRAFO
                   MOVE "MOVIMIENTOS"      TO LOG-FICHERO
                   MOVE FSM                TO LOG-STATUS
                   GO TO PSYS-ERR.

       PRESTAMOS-OPEN.
           OPEN I-O PRESTAMOS.
           IF FSP = 35
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               GO TO PRESTAMOS-OPEN
           ELSE
               IF FSP <> 00
                   MOVE "PRESTAMOS-OPEN" TO LOG-PARRAFO
                   MOVE "PRESTAMOS"      TO LOG-FICHERO
                   MOVE FSP              TO LOG-STATUS
                   GO TO PSYS-ERR.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE PRODUCTOS.
           CLOSE PRESTAMOS.

           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 2.

           GO TO EXIT-ENTER-SALIR.

       TARJETA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-NO-EXISTE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO TARJETA-NO-EXISTE-ENTER.

       TARJETA-NO-ACTIVA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no esta activa" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-NO-ACTIVA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO TARJETA-NO-ACTIVA-ENTER.

       TITULAR-NO-COINCIDE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La identificacion no corresponde" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "al titular de esa tarjeta" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TITULAR-NO-COINCIDE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO TITULAR-NO-COINCIDE-ENTER.

       SIN-DESCUBIERTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no esta en descubierto" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "No hay deuda que refinanciar" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       SIN-DESCUBIERTO-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO SIN-DESCUBIERTO-ENTER.

       PRESTAMO-VIVO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta ya tiene un prestamo vivo" LINE 09
               COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Debe amortizarse antes de abrir otro" LINE 11
               COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       PRESTAMO-VIVO-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-PRESTAMO
           ELSE
               GO TO PRESTAMO-VIVO-ENTER.

       ACCESO-DENEGADO.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Acceso denegado" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Su perfil no permite esta funcion" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO EXIT-ENTER-SALIR.

       EXIT-ENTER-SALIR.
           DISPLAY "Enter - Salir" LINE 24 COL 2.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               STOP RUN
           ELSE
               GO TO EXIT-ENTER-SALIR.

       END PROGRAM BANK47.
