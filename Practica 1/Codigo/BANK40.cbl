       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK40.

      *    Reposicion de tarjeta robada o extraviada. Uso de operador
      *    de sucursal, alternativa a la baja de BANK15 seguida de un
      *    alta en BANK3: da de alta una tarjeta nueva para el mismo
      *    titular y producto, le traspasa el saldo de saldos.ubd y
      *    el importe retenido por las ordenes Puntuales pendientes,
      *    reapunta a la tarjeta nueva las ordenes pendientes "P" y
      *    mensuales "M" en las que la vieja figura como ordenante o
      *    como destino, copia a la nueva los cotitulares y
      *    autorizados de titulares.ubd, muda a la nueva los
      *    prestamos (prestamos.ubd), los depositos (depositos.ubd)
      *    y la agenda de beneficiarios (beneficiarios.ubd) de la
      *    vieja, para que BANK48 cobre las cuotas y BANK50 y
      *    BANKPLZ abonen los vencimientos en la nueva, y deja
      *    anotado el enlace
      *    vieja -> nueva en reposiciones.ubd. BANK16 y BANK23
      *    siguen ese enlace para que las transferencias y los
      *    recibos que sigan llegando a la tarjeta vieja se apliquen
      *    a la nueva.
      *    La tarjeta vieja debe estar marcada como robada (BANK13):
      *    asi queda bloqueada en el cajero antes de vaciarla.
      *    El alta de la nueva queda en la pista de auditoria
      *    (BANKAUD).

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

           SELECT INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT REPOSICIONES ASSIGN TO "reposiciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REP-TARJETA-ANT
           FILE STATUS IS FSR.

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

           SELECT BENEFICIARIOS ASSIGN TO "beneficiarios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
           COPY INTREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD REPOSICIONES.
           COPY REPOREG.

       FD TITULARES.
           COPY TITREG.

       FD PRESTAMOS.
           COPY PRESREG.

       FD DEPOSITOS.
           COPY DEPREG.

       FD BENEFICIARIOS.
           COPY BENREG.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSI                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSH                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSB                       PIC   X(2).

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

       77 TNUM-VIEJA                PIC   9(16).
       77 DNI-CLIENTE               PIC    X(9).
       77 TNUM-NUEVA                PIC   9(16).
       77 PIN-INICIAL               PIC    9(4).

       77 RP-DNI                    PIC    X(9).
       77 RP-PRODUCTO               PIC    X(4).
       77 RP-DESCUB                 PIC    9(7).

       77 MAX-INTENTOS              PIC    9(1) VALUE 3.

       77 CON-TRASPASO-SAL          PIC   X(35)
           VALUE "Traspaso a tarjeta de reposicion".
       77 CON-TRASPASO-ENT          PIC   X(35)
           VALUE "Traspaso de tarjeta repuesta".
      *    Con la vieja en descubierto el traspaso va al reves (abono
      *    en la vieja, cargo en la nueva) y lleva su propia pareja
      *    de conceptos: con parte entera cero el signo del importe
      *    lo da el concepto.
       77 CON-DEUDA-SAL             PIC   X(35)
           VALUE "Traspaso descubierto a reposicion".
       77 CON-DEUDA-ENT             PIC   X(35)
           VALUE "Descubierto de tarjeta repuesta".
       77 CONCEPTO-SAL              PIC   X(35).
       77 CONCEPTO-ENT              PIC   X(35).
       77 MSJ-ORD                   PIC   X(35) VALUE "Transferimos".
       77 MSJ-ORD-MENSUAL           PIC   X(35)
           VALUE "Transferimos mensual".
       77 MSJ-DST                   PIC   X(35) VALUE "Nos transfieren".
       77 MSJ-DST-MENSUAL           PIC   X(35)
           VALUE "Nos transfieren mensual".

       77 CENT-SALDO-VIEJA          PIC  S9(11).
       77 CENT-DISPONIBLE           PIC  S9(11).
       77 CENT-RETENIDO             PIC  S9(11).
       77 SALDO-TRASPASO-ENT        PIC   S9(9).
       77 SALDO-TRASPASO-DEC        PIC    9(2).

       77 RP-MOV-NUM-SAL            PIC   9(35).
       77 RP-MOV-NUM-ENT            PIC   9(35).
       77 RP-SALDO-SAL-ENT          PIC   S9(9).
       77 RP-SALDO-SAL-DEC          PIC   S9(2).
       77 RP-SALDO-ENT-ENT          PIC   S9(9).
       77 RP-SALDO-ENT-DEC          PIC   S9(2).
       77 RP-REAPUNTADO             PIC    9(1).
       77 NUM-REAPUNTADAS           PIC    9(5).
       77 DNI-COPIADO               PIC    X(9).
       77 CLAVE-MUDADA              PIC   X(31).

       77 BP2-MODO                  PIC    X(1).
       77 BP2-TNUM                  PIC   9(16).
       77 BP2-DELTA-CENT            PIC  S9(11).
       77 BP2-MOV-NUM               PIC   9(35).
       77 BP2-SALDO-ENT             PIC   S9(9).
       77 BP2-SALDO-DEC             PIC   S9(2).
       77 BP2-RESULTADO             PIC    9(1).

       77 BH-MODO                   PIC    X(1).
       77 BH-TNUM                   PIC   9(16).
       77 BH-PIN                    PIC    9(4).
       77 BH-RESULTADO              PIC    9(1).

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

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK40".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK40".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-REPOSICION.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 10 COL 50 PIC 9(16) USING TNUM-VIEJA.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 50 PIC X(9) USING DNI-CLIENTE.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(16) USING TNUM-NUEVA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 9(4) USING PIN-INICIAL.

       01 SALDO-DISPLAY-TRASPASO.
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 12 COL 44 PIC -9(7) FROM SALDO-TRASPASO-ENT.
           05 FILLER LINE 12 COL 52 VALUE ".".
           05 FILLER LINE 12 COL 53 PIC 99 FROM SALDO-TRASPASO-DEC.
           05 FILLER LINE 12 COL 56 VALUE "EUR".

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Firma de operador (BANKSEG): esta funcion exige perfil de
      *    supervisor como minimo, igual que la baja.
           MOVE 2 TO SG-NIVEL.
           CALL "BANKSEG" USING SG-NIVEL, SG-OPERADOR, SG-PERFIL,
               SG-RESULTADO.
           IF SG-RESULTADO <> 0
               GO TO ACCESO-DENEGADO.

      *    Los intentos con que nace la tarjeta nueva, como en BANK3.
           MOVE "L" TO PA-MODO.
           MOVE "MAXINTENTOS" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT < 10
               MOVE PA-VALOR-ENT TO MAX-INTENTOS.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Reposicion de tarjeta - UnizarBank" LINE 2 COL 23
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

       PANTALLA-REPOSICION.
           INITIALIZE TNUM-VIEJA.
           INITIALIZE DNI-CLIENTE.
           INITIALIZE TNUM-NUEVA.
           INITIALIZE PIN-INICIAL.

           DISPLAY "Tarjeta robada o extraviada:" LINE 10 COL 19.
           DISPLAY "DNI del titular:" LINE 12 COL 19.
           DISPLAY "Numero de tarjeta nueva:" LINE 14 COL 19.
           DISPLAY "Clave de acceso inicial:" LINE 16 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-REPOSICION ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO PANTALLA-REPOSICION.

       IDENTIFICAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE "IDENTIFICAR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"            TO LOG-FICHERO
               MOVE FST                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO TARJETA-NO-EXISTE.

           IF TARJ-CERRADA
               CLOSE TARJETAS
               GO TO TARJETA-YA-CERRADA.

           IF NOT TARJ-ROBADA
               CLOSE TARJETAS
               GO TO TARJETA-NO-ROBADA.

           IF TDNI-E <> DNI-CLIENTE
               CLOSE TARJETAS
               GO TO TITULAR-NO-COINCIDE.

           MOVE TDNI-E    TO RP-DNI.
           MOVE TPROD-E   TO RP-PRODUCTO.
           MOVE TDESCUB-E TO RP-DESCUB.

           MOVE TNUM-NUEVA TO TNUM-E.
           READ TARJETAS
               NOT INVALID KEY
                   CLOSE TARJETAS
                   GO TO TARJETA-EXISTE-ERR
           END-READ.

           CLOSE TARJETAS.

      *    Una tarjeta ya repuesta no se repone dos veces: su saldo y
      *    sus ordenes ya estan en la nueva.
       VERIFICAR-REPOSICION.
           PERFORM REPOSICIONES-OPEN THRU REPOSICIONES-OPEN.

           MOVE TNUM-VIEJA TO REP-TARJETA-ANT.
           READ REPOSICIONES
               NOT INVALID KEY
                   CLOSE REPOSICIONES
                   GO TO TARJETA-YA-REPUESTA
           END-READ.

           CLOSE REPOSICIONES.

      *    La tarjeta nueva nace activa, con cuatro anos de vigencia,
      *    el titular, el producto y la linea de descubierto de la
      *    vieja.
       ESCRIBIR-TARJETA.
           OPEN I-O TARJETAS.
           IF FST <> 00
               MOVE "ESCRIBIR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"         TO LOG-FICHERO
               MOVE FST                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE TNUM-NUEVA TO TNUM-E.
           MOVE PIN-INICIAL TO TPIN-E.
           MOVE RP-DNI TO TDNI-E.
           COMPUTE TCAD-ANO-E = ANO + 4.
           MOVE MES TO TCAD-MES-E.
           MOVE RP-DESCUB TO TDESCUB-E.
           COMPUTE TPIN-FECHA-E = (ANO * 10000) + (MES * 100) + DIA.
           SET TARJ-ACTIVA TO TRUE.
           MOVE RP-PRODUCTO TO TPROD-E.
           WRITE TARJETAREG INVALID KEY
               MOVE "ESCRIBIR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"         TO LOG-FICHERO
               MOVE FST                TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD): alta de la tarjeta de
      *    reposicion, sin el PIN inicial.
           MOVE "REPOSICION" TO AU-ACCION.
           MOVE TNUM-NUEVA TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE TARJETAREG TO AU-DESPUES.
           MOVE "****" TO AU-DESPUES(17:4).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.
           CLOSE TARJETAS.

       ABRIR-INTENTOS.
           OPEN I-O INTENTOS.
           IF FSI = 35
               OPEN OUTPUT INTENTOS
               CLOSE INTENTOS
               GO TO ABRIR-INTENTOS
           ELSE
               IF FSI <> 00
                   MOVE "ABRIR-INTENTOS" TO LOG-PARRAFO
                   MOVE "INTENTOS"       TO LOG-FICHERO
                   MOVE FSI              TO LOG-STATUS
                   GO TO PSYS-ERR.

           MOVE TNUM-NUEVA TO INUM.
           MOVE MAX-INTENTOS TO IINTENTOS.
           WRITE INTENTOSREG INVALID KEY
               MOVE "ABRIR-INTENTOS" TO LOG-PARRAFO
               MOVE "INTENTOS"       TO LOG-FICHERO
               MOVE FSI              TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE INTENTOS.

       ANOTAR-HISTORIAL.
           MOVE "A" TO BH-MODO.
           MOVE TNUM-NUEVA TO BH-TNUM.
           MOVE PIN-INICIAL TO BH-PIN.
           CALL "BANKHIS" USING BH-MODO, BH-TNUM, BH-PIN,
               BH-RESULTADO.
           IF BH-RESULTADO = 2
               MOVE "ANOTAR-HISTORIAL" TO LOG-PARRAFO
               MOVE "PINHIST"          TO LOG-FICHERO
               MOVE "99"               TO LOG-STATUS
               GO TO PSYS-ERR.

      *    El retenido es la diferencia entre el saldo contable y el
      *    disponible; se libera en la vieja y se retiene en la nueva
      *    antes de mover el saldo, para que las ordenes Puntuales
      *    reapuntadas sigan cubiertas.
       TRASPASAR-RETENIDO.
           MOVE "S" TO BP2-MODO.
           MOVE TNUM-VIEJA TO BP2-TNUM.
           MOVE 0 TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-RETENIDO" TO LOG-PARRAFO
               MOVE "BANKPOST"           TO LOG-FICHERO
               MOVE "99"                 TO LOG-STATUS
               GO TO PSYS-ERR.
           COMPUTE CENT-SALDO-VIEJA = (BP2-SALDO-ENT * 100)
                                      + BP2-SALDO-DEC.

           MOVE "D" TO BP2-MODO.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-RETENIDO" TO LOG-PARRAFO
               MOVE "BANKPOST"           TO LOG-FICHERO
               MOVE "99"                 TO LOG-STATUS
               GO TO PSYS-ERR.
           COMPUTE CENT-DISPONIBLE = (BP2-SALDO-ENT * 100)
                                     + BP2-SALDO-DEC.
           COMPUTE CENT-RETENIDO = CENT-SALDO-VIEJA - CENT-DISPONIBLE.

           IF CENT-RETENIDO NOT > 0
               GO TO TRASPASAR-SALDO.

           MOVE "T" TO BP2-MODO.
           MOVE TNUM-VIEJA TO BP2-TNUM.
           COMPUTE BP2-DELTA-CENT = 0 - CENT-RETENIDO.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-RETENIDO" TO LOG-PARRAFO
               MOVE "BANKPOST"           TO LOG-FICHERO
               MOVE "99"                 TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "T" TO BP2-MODO.
           MOVE TNUM-NUEVA TO BP2-TNUM.
           MOVE CENT-RETENIDO TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-RETENIDO" TO LOG-PARRAFO
               MOVE "BANKPOST"           TO LOG-FICHERO
               MOVE "99"                 TO LOG-STATUS
               GO TO PSYS-ERR.

      *    El saldo contable (positivo o en descubierto) sale de la
      *    vieja y entra en la nueva como una pareja de movimientos
      *    enlazados por MOV-NUM-PAR, igual que una transferencia
      *    interna de BANK6, para que el historico de ambas cuadre.
       TRASPASAR-SALDO.
           DIVIDE CENT-SALDO-VIEJA BY 100 GIVING SALDO-TRASPASO-ENT
               REMAINDER SALDO-TRASPASO-DEC.

           IF CENT-SALDO-VIEJA = 0
               GO TO REAPUNTAR-ORDENES.

           IF CENT-SALDO-VIEJA < 0
               MOVE CON-DEUDA-SAL    TO CONCEPTO-SAL
               MOVE CON-DEUDA-ENT    TO CONCEPTO-ENT
           ELSE
               MOVE CON-TRASPASO-SAL TO CONCEPTO-SAL
               MOVE CON-TRASPASO-ENT TO CONCEPTO-ENT.

           MOVE "N" TO BP2-MODO.
           MOVE TNUM-VIEJA TO BP2-TNUM.
           COMPUTE BP2-DELTA-CENT = 0 - CENT-SALDO-VIEJA.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-SALDO" TO LOG-PARRAFO
               MOVE "BANKPOST"        TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               GO TO PSYS-ERR.
           MOVE BP2-MOV-NUM   TO RP-MOV-NUM-SAL.
           MOVE BP2-SALDO-ENT TO RP-SALDO-SAL-ENT.
           MOVE BP2-SALDO-DEC TO RP-SALDO-SAL-DEC.

           MOVE "N" TO BP2-MODO.
           MOVE TNUM-NUEVA TO BP2-TNUM.
           MOVE CENT-SALDO-VIEJA TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "TRASPASAR-SALDO" TO LOG-PARRAFO
               MOVE "BANKPOST"        TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               GO TO PSYS-ERR.
           MOVE BP2-MOV-NUM   TO RP-MOV-NUM-ENT.
           MOVE BP2-SALDO-ENT TO RP-SALDO-ENT-ENT.
           MOVE BP2-SALDO-DEC TO RP-SALDO-ENT-DEC.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE RP-MOV-NUM-SAL          TO MOV-NUM.
           MOVE TNUM-VIEJA              TO MOV-TARJETA.
           MOVE ANO                     TO MOV-ANO.
           MOVE MES                     TO MOV-MES.
           MOVE DIA                     TO MOV-DIA.
           MOVE HORAS                   TO MOV-HOR.
           MOVE MINUTOS                 TO MOV-MIN.
           MOVE SEGUNDOS                TO MOV-SEG.
           DIVIDE CENT-SALDO-VIEJA BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MULTIPLY -1 BY MOV-IMPORTE-ENT.
           MOVE CONCEPTO-SAL            TO MOV-CONCEPTO.
           MOVE RP-SALDO-SAL-ENT        TO MOV-SALDOPOS-ENT.
           MOVE RP-SALDO-SAL-DEC        TO MOV-SALDOPOS-DEC.
           SET MOV-EJECUTADO            TO TRUE.
           MOVE TNUM-NUEVA              TO MOV-CONTRAPARTIDA.
           MOVE SPACES                  TO MOV-REFERENCIA.
           MOVE RP-MOV-NUM-ENT          TO MOV-NUM-PAR.
           MOVE 0                       TO MOV-NUM-REVERSO.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "TRASPASAR-SALDO" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"     TO LOG-FICHERO
               MOVE FSM               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE RP-MOV-NUM-ENT          TO MOV-NUM.
           MOVE TNUM-NUEVA              TO MOV-TARJETA.
           DIVIDE CENT-SALDO-VIEJA BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE CONCEPTO-ENT            TO MOV-CONCEPTO.
           MOVE RP-SALDO-ENT-ENT        TO MOV-SALDOPOS-ENT.
           MOVE RP-SALDO-ENT-DEC        TO MOV-SALDOPOS-DEC.
           MOVE TNUM-VIEJA              TO MOV-CONTRAPARTIDA.
           MOVE RP-MOV-NUM-SAL          TO MOV-NUM-PAR.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "TRASPASAR-SALDO" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"     TO LOG-FICHERO
               MOVE FSM               TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

      *    Mismo barrido que el CANCELAR-ORDENES de BANK15, pero en
      *    vez de cancelar se cambia la tarjeta vieja por la nueva:
      *    en MOV-TARJETA si la vieja era la ordenante (o la pata
      *    destino es suya) y en MOV-CONTRAPARTIDA si la vieja era
      *    la otra parte. La clave primaria no cambia, asi que el
      *    barrido secuencial no se desplaza al regrabar.
       REAPUNTAR-ORDENES.
           MOVE 0 TO NUM-REAPUNTADAS.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE 0 TO MOV-NUM.

       REAPUNTAR-ORDENES-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO REAPUNTAR-ORDENES-FIN.

           IF (MOV-TARJETA = TNUM-VIEJA
                OR MOV-CONTRAPARTIDA = TNUM-VIEJA)
               AND (MOV-CONCEPTO = MSJ-ORD
                    OR MOV-CONCEPTO = MSJ-ORD-MENSUAL
                    OR MOV-CONCEPTO = MSJ-DST
                    OR MOV-CONCEPTO = MSJ-DST-MENSUAL)
               AND (MOV-PENDIENTE OR MOV-MENSUAL-ACTIVA)
                   PERFORM REAPUNTAR-ORDEN THRU REAPUNTAR-ORDEN-FIN
           END-IF.

           GO TO REAPUNTAR-ORDENES-READ.

       REAPUNTAR-ORDENES-FIN.
           CLOSE F-MOVIMIENTOS.
           GO TO GRABAR-ENLACE.

       REAPUNTAR-ORDEN.
           MOVE 0 TO RP-REAPUNTADO.

           IF MOV-TARJETA = TNUM-VIEJA
               MOVE TNUM-NUEVA TO MOV-TARJETA
               MOVE 1 TO RP-REAPUNTADO.

           IF MOV-CONTRAPARTIDA = TNUM-VIEJA
               MOVE TNUM-NUEVA TO MOV-CONTRAPARTIDA
               MOVE 1 TO RP-REAPUNTADO.

           IF RP-REAPUNTADO = 0
               GO TO REAPUNTAR-ORDEN-FIN.

           REWRITE MOVIMIENTO-REG INVALID KEY
               MOVE "REAPUNTAR-ORDEN" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"     TO LOG-FICHERO
               MOVE FSM               TO LOG-STATUS
               GO TO PSYS-ERR.

           ADD 1 TO NUM-REAPUNTADAS.

       REAPUNTAR-ORDEN-FIN.
           CONTINUE.

      *    Enlace vieja -> nueva que siguen BANK16 y BANK23 para los
      *    abonos y cargos que todavia lleguen a la tarjeta vieja.
       GRABAR-ENLACE.
           PERFORM REPOSICIONES-OPEN THRU REPOSICIONES-OPEN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE TNUM-VIEJA TO REP-TARJETA-ANT.
           MOVE TNUM-NUEVA TO REP-TARJETA-NUEVA.
           COMPUTE REP-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE SG-OPERADOR TO REP-OPERADOR.
           WRITE REPOSICION-REG INVALID KEY
               MOVE "GRABAR-ENLACE" TO LOG-PARRAFO
               MOVE "REPOSICIONES"  TO LOG-FICHERO
               MOVE FSR             TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE REPOSICIONES.

      *    Los cotitulares y autorizados de la vieja pasan a la nueva
      *    con el mismo rol y porcentaje. Tras cada alta se vuelve a
      *    posicionar detras del registro copiado, porque la
      *    escritura en el mismo fichero mueve el puntero de lectura.
       COPIAR-TITULARES.
           OPEN I-O TITULARES.
           IF FSH = 35
               GO TO MUDAR-PRESTAMOS.
           IF FSH <> 00
               MOVE "COPIAR-TITULARES" TO LOG-PARRAFO
               MOVE "TITULARES"        TO LOG-FICHERO
               MOVE FSH                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO COPIAR-TITULARES-FIN.

       COPIAR-TITULARES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO COPIAR-TITULARES-FIN.

           IF TIT-TARJETA <> TNUM-VIEJA
               GO TO COPIAR-TITULARES-FIN.

           MOVE TIT-DNI TO DNI-COPIADO.
           MOVE TNUM-NUEVA TO TIT-TARJETA.
           WRITE TITULAR-REG INVALID KEY
               MOVE "COPIAR-TITULARES" TO LOG-PARRAFO
               MOVE "TITULARES"        TO LOG-FICHERO
               MOVE FSH                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO TIT-TARJETA.
           MOVE DNI-COPIADO TO TIT-DNI.
           START TITULARES KEY IS GREATER THAN TIT-CLAVE
               INVALID KEY GO TO COPIAR-TITULARES-FIN.

           GO TO COPIAR-TITULARES-READ.

       COPIAR-TITULARES-FIN.
           CLOSE TITULARES.

      *    Prestamos, depositos y beneficiarios no se copian como
      *    los titulares sino que se mudan: cada fila se graba con
      *    la tarjeta nueva y se borra con la vieja, y se vuelve a
      *    posicionar detras de la clave borrada. Asi la vieja no
      *    sigue generando cuotas impagadas ni recibiendo abonos de
      *    vencimientos.
       MUDAR-PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FSP = 35
               GO TO MUDAR-PRESTAMOS-SIG.
           IF FSP <> 00
               MOVE "MUDAR-PRESTAMOS" TO LOG-PARRAFO
               MOVE "PRESTAMOS"       TO LOG-FICHERO
               MOVE FSP               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO PRE-TARJETA.
           MOVE 0 TO PRE-NUMERO.
           MOVE 0 TO PRE-CUOTA.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY GO TO MUDAR-PRESTAMOS-FIN.

       MUDAR-PRESTAMOS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO MUDAR-PRESTAMOS-FIN.

           IF PRE-TARJETA <> TNUM-VIEJA
               GO TO MUDAR-PRESTAMOS-FIN.

           MOVE PRE-CLAVE TO CLAVE-MUDADA.
           MOVE TNUM-NUEVA TO PRE-TARJETA.
           WRITE PRESTAMO-REG INVALID KEY
               MOVE "MUDAR-PRESTAMOS" TO LOG-PARRAFO
               MOVE "PRESTAMOS"       TO LOG-FICHERO
               MOVE FSP               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE CLAVE-MUDADA TO PRE-CLAVE.
           DELETE PRESTAMOS INVALID KEY
               MOVE "MUDAR-PRESTAMOS" TO LOG-PARRAFO
               MOVE "PRESTAMOS"       TO LOG-FICHERO
               MOVE FSP               TO LOG-STATUS
               GO TO PSYS-ERR.

           START PRESTAMOS KEY IS GREATER THAN PRE-CLAVE
               INVALID KEY GO TO MUDAR-PRESTAMOS-FIN.

           GO TO MUDAR-PRESTAMOS-READ.

       MUDAR-PRESTAMOS-FIN.
           CLOSE PRESTAMOS.

       MUDAR-PRESTAMOS-SIG.
           CONTINUE.

       MUDAR-DEPOSITOS.
           OPEN I-O DEPOSITOS.
           IF FSD = 35
               GO TO MUDAR-DEPOSITOS-SIG.
           IF FSD <> 00
               MOVE "MUDAR-DEPOSITOS" TO LOG-PARRAFO
               MOVE "DEPOSITOS"       TO LOG-FICHERO
               MOVE FSD               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO DEP-TARJETA.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO MUDAR-DEPOSITOS-FIN.

       MUDAR-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO MUDAR-DEPOSITOS-FIN.

           IF DEP-TARJETA <> TNUM-VIEJA
               GO TO MUDAR-DEPOSITOS-FIN.

           MOVE DEP-CLAVE TO CLAVE-MUDADA.
           MOVE TNUM-NUEVA TO DEP-TARJETA.
           WRITE DEPOSITO-REG INVALID KEY
               MOVE "MUDAR-DEPOSITOS" TO LOG-PARRAFO
               MOVE "DEPOSITOS"       TO LOG-FICHERO
               MOVE FSD               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE CLAVE-MUDADA TO DEP-CLAVE.
           DELETE DEPOSITOS INVALID KEY
               MOVE "MUDAR-DEPOSITOS" TO LOG-PARRAFO
               MOVE "DEPOSITOS"       TO LOG-FICHERO
               MOVE FSD               TO LOG-STATUS
               GO TO PSYS-ERR.

           START DEPOSITOS KEY IS GREATER THAN DEP-CLAVE
               INVALID KEY GO TO MUDAR-DEPOSITOS-FIN.

           GO TO MUDAR-DEPOSITOS-READ.

       MUDAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       MUDAR-DEPOSITOS-SIG.
           CONTINUE.

       MUDAR-BENEFICIARIOS.
           OPEN I-O BENEFICIARIOS.
           IF FSB = 35
               GO TO MUDAR-BENEFICIARIOS-SIG.
           IF FSB <> 00
               MOVE "MUDAR-BENEFICIARIOS" TO LOG-PARRAFO
               MOVE "BENEFICIARIOS"       TO LOG-FICHERO
               MOVE FSB                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-VIEJA TO BEN-TARJETA.
           MOVE LOW-VALUES TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY GO TO MUDAR-BENEFICIARIOS-FIN.

       MUDAR-BENEFICIARIOS-READ.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO MUDAR-BENEFICIARIOS-FIN.

           IF BEN-TARJETA <> TNUM-VIEJA
               GO TO MUDAR-BENEFICIARIOS-FIN.

           MOVE BEN-CLAVE TO CLAVE-MUDADA.
           MOVE TNUM-NUEVA TO BEN-TARJETA.
           WRITE BENEFICIARIO-REG INVALID KEY
               MOVE "MUDAR-BENEFICIARIOS" TO LOG-PARRAFO
               MOVE "BENEFICIARIOS"       TO LOG-FICHERO
               MOVE FSB                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE CLAVE-MUDADA TO BEN-CLAVE.
           DELETE BENEFICIARIOS INVALID KEY
               MOVE "MUDAR-BENEFICIARIOS" TO LOG-PARRAFO
               MOVE "BENEFICIARIOS"       TO LOG-FICHERO
               MOVE FSB                   TO LOG-STATUS
               GO TO PSYS-ERR.

           START BENEFICIARIOS KEY IS GREATER THAN BEN-CLAVE
               INVALID KEY GO TO MUDAR-BENEFICIARIOS-FIN.

           GO TO MUDAR-BENEFICIARIOS-READ.

       MUDAR-BENEFICIARIOS-FIN.
           CLOSE BENEFICIARIOS.

       MUDAR-BENEFICIARIOS-SIG.
           CONTINUE.

       EXITO-REPOSICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Reposicion de tarjeta" LINE 10 COL 19.
           DISPLAY "Saldo traspasado:" LINE 12 COL 19.
           DISPLAY SALDO-DISPLAY-TRASPASO.
           DISPLAY "Ordenes reapuntadas:" LINE 14 COL 19.
           DISPLAY NUM-REAPUNTADAS LINE 14 COL 44.
           DISPLAY "Tarjeta nueva:" LINE 15 COL 19.
           DISPLAY TNUM-NUEVA LINE 15 COL 44.
           DISPLAY "La tarjeta ha sido repuesta" LINE 17 COL 19.

           DISPLAY "Enter - Otra reposicion" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT PRESSED-KEY.
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR.
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION.

           GO TO EXITO-REPOSICION.

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

       REPOSICIONES-OPEN.
           OPEN I-O REPOSICIONES.
           IF FSR = 35
               OPEN OUTPUT REPOSICIONES
               CLOSE REPOSICIONES
               GO TO REPOSICIONES-OPEN
           ELSE
               IF FSR <> 00
                   MOVE "REPOSICIONES-OPEN" TO LOG-PARRAFO
                   MOVE "REPOSICIONES"      TO LOG-FICHERO
                   MOVE FSR                 TO LOG-STATUS
                   GO TO PSYS-ERR.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE REPOSICIONES.
           CLOSE TITULARES.
           CLOSE PRESTAMOS.
           CLOSE DEPOSITOS.
           CLOSE BENEFICIARIOS.

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
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TARJETA-NO-EXISTE-ENTER.

       TARJETA-YA-CERRADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta ya esta dada de baja" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-YA-CERRADA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TARJETA-YA-CERRADA-ENTER.

       TARJETA-NO-ROBADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no esta marcada como" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "robada: marquela antes en BANK13" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-NO-ROBADA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TARJETA-NO-ROBADA-ENTER.

       TARJETA-YA-REPUESTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta ya ha sido repuesta" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-YA-REPUESTA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TARJETA-YA-REPUESTA-ENTER.

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
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TITULAR-NO-COINCIDE-ENTER.

       TARJETA-EXISTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta nueva ya existe" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Pruebe con otro numero de tarjeta" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-EXISTE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION
           ELSE
               GO TO TARJETA-EXISTE-ENTER.

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

       END PROGRAM BANK40.
