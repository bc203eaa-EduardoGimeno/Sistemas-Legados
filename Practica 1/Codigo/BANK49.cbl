       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK49.

      *    Depositos a plazo fijo. Uso de operador de sucursal: con
      *    la tarjeta y el DNI de su titular muestra los depositos
      *    vigentes de la tarjeta y permite constituir uno nuevo o
      *    cancelar uno antes de su vencimiento.
      *
      *    Constitucion: el importe se carga en la tarjeta (debe
      *    cubrirlo el saldo disponible, BANKPOST "D") como un
      *    movimiento EJECUTADO y, solo una vez cargado, el deposito
      *    se graba en depositos.ubd con su plazo en meses, la tasa
      *    anual fija (la que indique el operador o, si deja cero, la de
      *    TASAPLAZO en parametros.ubd, y sin fila en vigor la
      *    compilada), la tasa de penalizacion vigente (PENALPLAZO)
      *    y el vencimiento: el mismo dia tantos meses despues, o el
      *    ultimo dia del mes si ese no existe. Al vencimiento lo
      *    liquida el batch BANK50.
      *
      *    Cancelacion anticipada: BANKPLZ simula primero la
      *    liquidacion de hoy (intereses devengados, penalizacion y
      *    retencion) y, confirmada, la ejecuta con las mismas reglas
      *    que el vencimiento.
      *    Las altas y cancelaciones quedan en la pista de auditoria
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

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD DEPOSITOS.
           COPY DEPREG.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSD                       PIC   X(2).

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

       77 TNUM-DEPOSITO             PIC   9(16).
       77 DNI-CLIENTE               PIC    X(9).
       77 ELECCION-MENU             PIC    9(1).
       77 EURENT-USUARIO            PIC    9(7).
       77 EURDEC-USUARIO            PIC    9(2).
       77 PLAZO-MESES               PIC    9(3).
       77 TASA-USUARIO              PIC    9(4).
       77 NUM-CANCELAR              PIC    9(3).

       77 MSJ-PLAZO-FIJO            PIC   X(35)
           VALUE "Constitucion plazo fijo".

       77 TASA-GENERAL              PIC    9(4) VALUE 0150.
       77 TASA-PENAL-GENERAL        PIC    9(4) VALUE 0100.
       77 TASA-DEPOSITO             PIC    9(4).

       77 CENT-CAPITAL              PIC   9(11).
       77 CENT-DISPONIBLE           PIC  S9(11).
       77 CENT-INTERES-EST          PIC   9(11).
       77 CENT-NETO                 PIC  S9(11).
       77 IMPORTE-ENT               PIC    9(9).
       77 IMPORTE-DEC               PIC    9(2).
       77 DIAS-PLAZO                PIC    9(7).
       77 MESES-TOTAL               PIC    9(5).
       77 FECHA-HOY-NUM             PIC    9(8).

       77 NUM-DEPOSITO              PIC    9(3).
       77 NUM-VIGENTES              PIC    9(3).
       77 LINEA-LISTA               PIC    9(2).
       77 IMAGEN-ANTES              PIC  X(117).
       77 IMAGEN-DESPUES            PIC  X(117).

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

       01 LINEA-DEPOSITO.
           05 LDP-NUMERO            PIC   ZZ9.
           05 FILLER                PIC   X(2) VALUE SPACES.
           05 LDP-CAPITAL-ENT       PIC   ZZZZZZZZ9.
           05 FILLER                PIC   X VALUE ".".
           05 LDP-CAPITAL-DEC       PIC   99.
           05 FILLER                PIC   X(6) VALUE " EUR  ".
           05 LDP-TASA              PIC   9.9999.
           05 FILLER                PIC   X(11) VALUE "  vence el ".
           05 LDP-DIA               PIC   99.
           05 FILLER                PIC   X VALUE "-".
           05 LDP-MES               PIC   99.
           05 FILLER                PIC   X VALUE "-".
           05 LDP-ANO               PIC   9(4).

       77 BP2-MODO                  PIC    X(1).
       77 BP2-TNUM                  PIC   9(16).
       77 BP2-DELTA-CENT            PIC  S9(11).
       77 BP2-MOV-NUM               PIC   9(35).
       77 BP2-SALDO-ENT             PIC   S9(9).
       77 BP2-SALDO-DEC             PIC   S9(2).
       77 BP2-RESULTADO             PIC    9(1).

       77 PZ-MODO                   PIC    X(1).
       77 PZ-TARJETA                PIC   9(16).
       77 PZ-NUMERO                 PIC    9(3).
       77 PZ-FECHA                  PIC    9(8).
       77 PZ-CAPITAL-CENT           PIC   9(11).
       77 PZ-INTERES-CENT           PIC   9(11).
       77 PZ-PENAL-CENT             PIC   9(11).
       77 PZ-RETENIDO-CENT          PIC   9(11).
       77 PZ-RESULTADO              PIC    9(1).

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

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK49".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK49".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 10 COL 50 PIC 9(16) USING TNUM-DEPOSITO.
           05 FILLER AUTO UNDERLINE
               LINE 11 COL 50 PIC X(9) USING DNI-CLIENTE.

       01 ENTRADA-ELECCION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 22 COL 50 PIC 9(1) USING ELECCION-MENU.

       01 ENTRADA-ALTA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 12 COL 50 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER LINE 12 COL 57 VALUE ".".
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 58 PIC 9(2) USING EURDEC-USUARIO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(3) USING PLAZO-MESES.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 15 COL 50 PIC 9(4) USING TASA-USUARIO.

       01 ENTRADA-BAJA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 12 COL 50 PIC 9(3) USING NUM-CANCELAR.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Firma de operador (BANKSEG): esta funcion exige perfil de
      *    ventanilla como minimo.
           MOVE 1 TO SG-NIVEL.
           CALL "BANKSEG" USING SG-NIVEL, SG-OPERADOR, SG-PERFIL,
               SG-RESULTADO.
           IF SG-RESULTADO <> 0
               GO TO ACCESO-DENEGADO.

      *    Tasas en vigor para los depositos que se constituyan hoy;
      *    cada deposito guarda las suyas.
           MOVE "L" TO PA-MODO.
           MOVE "TASAPLAZO" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-DEC TO TASA-GENERAL.

           MOVE "PENALPLAZO" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-DEC TO TASA-PENAL-GENERAL.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Depositos a plazo fijo - UnizarBank"
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

       PANTALLA-TARJETA.
           INITIALIZE TNUM-DEPOSITO.
           INITIALIZE DNI-CLIENTE.

       PEDIR-TARJETA.
           DISPLAY "Tarjeta:" LINE 10 COL 19.
           DISPLAY "DNI del titular:" LINE 11 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO PEDIR-TARJETA.

       IDENTIFICAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE "IDENTIFICAR-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"            TO LOG-FICHERO
               MOVE FST                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-DEPOSITO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO TARJETA-NO-EXISTE.

           CLOSE TARJETAS.

           IF TDNI-E <> DNI-CLIENTE
               GO TO TITULAR-NO-COINCIDE.

      *    Depositos vigentes de la tarjeta y eleccion de operacion.
       MENU-DEPOSITOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE ELECCION-MENU.

           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-DEPOSITO LINE 6 COL 19.

           PERFORM LISTAR-DEPOSITOS THRU LISTAR-DEPOSITOS-FIN.

           DISPLAY "1 - Constituir deposito" LINE 19 COL 19.
           DISPLAY "2 - Cancelar deposito" LINE 20 COL 19.
           DISPLAY "Elija una opcion:" LINE 22 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-ELECCION ON EXCEPTION
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO MENU-DEPOSITOS.

           IF ELECCION-MENU = 1
               GO TO PEDIR-ALTA.
           IF ELECCION-MENU = 2
               GO TO PEDIR-BAJA.

           GO TO MENU-DEPOSITOS.

       PEDIR-ALTA.
           IF NOT TARJ-ACTIVA
               GO TO TARJETA-NO-ACTIVA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           INITIALIZE PLAZO-MESES.
           INITIALIZE TASA-USUARIO.

       PEDIR-ALTA-DATOS.
           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-DEPOSITO LINE 6 COL 19.
           DISPLAY "Importe del deposito:" LINE 12 COL 19.
           DISPLAY "Plazo en meses (1-60):" LINE 14 COL 19.
           DISPLAY "Tasa anual (4 decimales):" LINE 15 COL 19.
           DISPLAY "0 = tasa en vigor" LINE 16 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-ALTA ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO PEDIR-ALTA-DATOS.

           COMPUTE CENT-CAPITAL = (EURENT-USUARIO * 100)
               + EURDEC-USUARIO.
           IF CENT-CAPITAL = 0
               DISPLAY "Indique el importe del deposito!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ALTA-DATOS.

           IF PLAZO-MESES < 1 OR PLAZO-MESES > 60
               DISPLAY "Indique un plazo entre 1 y 60 meses!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ALTA-DATOS.

           MOVE TASA-USUARIO TO TASA-DEPOSITO.
           IF TASA-DEPOSITO = 0
               MOVE TASA-GENERAL TO TASA-DEPOSITO.

      *    El importe sale del saldo disponible de la tarjeta, sin
      *    tirar del descubierto.
           MOVE "D" TO BP2-MODO.
           MOVE TNUM-DEPOSITO TO BP2-TNUM.
           MOVE 0 TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "PEDIR-ALTA-DATOS" TO LOG-PARRAFO
               MOVE "BANKPOST"         TO LOG-FICHERO
               MOVE "99"               TO LOG-STATUS
               GO TO PSYS-ERR.

           COMPUTE CENT-DISPONIBLE = (BP2-SALDO-ENT * 100)
               + BP2-SALDO-DEC.
           IF CENT-DISPONIBLE < CENT-CAPITAL
               DISPLAY "El saldo disponible no cubre el importe!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ALTA-DATOS.

      *    Vencimiento: el mismo dia tantos meses despues; si ese dia
      *    no existe en el mes de vencimiento, el ultimo del mes.
       CALCULAR-VENCIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           COMPUTE MESES-TOTAL = (ANO * 12) + MES - 1 + PLAZO-MESES.
           DIVIDE MESES-TOTAL BY 12 GIVING FVE-ANO
               REMAINDER FVE-MES.
           ADD 1 TO FVE-MES.
           MOVE DIA TO FVE-DIA.

           PERFORM AJUSTAR-DIA THRU AJUSTAR-DIA-FIN
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(FECHA-VENCIMIENTO-NUM)
                   = 0.

           COMPUTE DIAS-PLAZO =
               FUNCTION INTEGER-OF-DATE(FECHA-VENCIMIENTO-NUM)
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).
           COMPUTE CENT-INTERES-EST ROUNDED = CENT-CAPITAL
               * TASA-DEPOSITO * DIAS-PLAZO / (10000 * 365).

       CONFIRMAR-ALTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Condiciones del deposito" LINE 8 COL 19.
           DISPLAY "Tarjeta:" LINE 10 COL 19.
           DISPLAY TNUM-DEPOSITO LINE 10 COL 50.
           DISPLAY "Importe (EUR):" LINE 11 COL 19.
           DIVIDE CENT-CAPITAL BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 11 COL 50.
           DISPLAY "." LINE 11 COL 59.
           DISPLAY IMPORTE-DEC LINE 11 COL 60.
           DISPLAY "Plazo (meses):" LINE 12 COL 19.
           DISPLAY PLAZO-MESES LINE 12 COL 50.
           DISPLAY "Tasa anual (4 decimales):" LINE 13 COL 19.
           DISPLAY TASA-DEPOSITO LINE 13 COL 50.
           DISPLAY "Penalizacion anual:" LINE 14 COL 19.
           DISPLAY TASA-PENAL-GENERAL LINE 14 COL 50.
           DISPLAY "Vencimiento:" LINE 15 COL 19.
           MOVE FVE-DIA TO FTX-DIA.
           MOVE FVE-MES TO FTX-MES.
           MOVE FVE-ANO TO FTX-ANO.
           DISPLAY FECHA-TEXTO LINE 15 COL 50.
           DISPLAY "Intereses brutos (EUR):" LINE 16 COL 19.
           DIVIDE CENT-INTERES-EST BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 16 COL 50.
           DISPLAY "." LINE 16 COL 59.
           DISPLAY IMPORTE-DEC LINE 16 COL 60.

           DISPLAY "Enter - Constituir" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       CONFIRMAR-ALTA-TECLA.
           ACCEPT PRESSED-KEY ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO CONFIRMAR-ALTA-TECLA.

      *    Siguiente numero de deposito de la tarjeta.
       GRABAR-ALTA.
           PERFORM ULTIMO-DEPOSITO THRU ULTIMO-DEPOSITO-FIN.
           IF NUM-DEPOSITO = 999
               MOVE "GRABAR-ALTA" TO LOG-PARRAFO
               MOVE "DEPOSITOS"   TO LOG-FICHERO
               MOVE "99"          TO LOG-STATUS
               GO TO PSYS-ERR.
           ADD 1 TO NUM-DEPOSITO.

      *    El importe se carga en la tarjeta antes de grabar el
      *    deposito: si BANKPOST no lo carga no queda deposito que
      *    BANK50 liquide sin haber cobrado el capital.
       CARGAR-IMPORTE.
           MOVE "N" TO BP2-MODO.
           MOVE TNUM-DEPOSITO TO BP2-TNUM.
           COMPUTE BP2-DELTA-CENT = 0 - CENT-CAPITAL.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE "CARGAR-IMPORTE" TO LOG-PARRAFO
               MOVE "BANKPOST"       TO LOG-FICHERO
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE BP2-MOV-NUM             TO MOV-NUM.
           MOVE TNUM-DEPOSITO           TO MOV-TARJETA.
           MOVE ANO                     TO MOV-ANO.
           MOVE MES                     TO MOV-MES.
           MOVE DIA                     TO MOV-DIA.
           MOVE HORAS                   TO MOV-HOR.
           MOVE MINUTOS                 TO MOV-MIN.
           MOVE SEGUNDOS                TO MOV-SEG.
           DIVIDE BP2-DELTA-CENT BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE MSJ-PLAZO-FIJO          TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT           TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC           TO MOV-SALDOPOS-DEC.
           SET MOV-EJECUTADO            TO TRUE.
           MOVE 0                       TO MOV-CONTRAPARTIDA.
           MOVE SPACES                  TO MOV-REFERENCIA.
           MOVE 0                       TO MOV-NUM-PAR.
           MOVE 0                       TO MOV-NUM-REVERSO.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "CARGAR-IMPORTE" TO LOG-PARRAFO
               MOVE "MOVIMIENTOS"    TO LOG-FICHERO
               MOVE FSM              TO LOG-STATUS
               GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

       GRABAR-DEPOSITO.
           PERFORM DEPOSITOS-OPEN THRU DEPOSITOS-OPEN.

           INITIALIZE DEPOSITO-REG.
           MOVE TNUM-DEPOSITO TO DEP-TARJETA.
           MOVE NUM-DEPOSITO TO DEP-NUMERO.
           MOVE CENT-CAPITAL TO DEP-CAPITAL-CENT.
           MOVE PLAZO-MESES TO DEP-PLAZO.
           MOVE TASA-DEPOSITO TO DEP-TASA.
           MOVE TASA-PENAL-GENERAL TO DEP-TASA-PENAL.
           MOVE FECHA-HOY-NUM TO DEP-FECHA-ALTA.
           MOVE FECHA-VENCIMIENTO-NUM TO DEP-VENCIMIENTO.
           MOVE SG-OPERADOR TO DEP-OPERADOR.
           SET DEP-VIGENTE TO TRUE.
           MOVE 0 TO DEP-FECHA-BAJA.
           WRITE DEPOSITO-REG INVALID KEY
               MOVE "GRABAR-ALTA" TO LOG-PARRAFO
               MOVE "DEPOSITOS"   TO LOG-FICHERO
               MOVE FSD           TO LOG-STATUS
               GO TO PSYS-ERR.
           MOVE DEPOSITO-REG TO IMAGEN-DESPUES.

           CLOSE DEPOSITOS.

      *    Pista de auditoria (BANKAUD): alta del deposito.
           MOVE "ALTA" TO AU-ACCION.
           MOVE IMAGEN-DESPUES(1:19) TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE IMAGEN-DESPUES TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       EXITO-ALTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Deposito constituido" LINE 10 COL 19.
           DISPLAY "Tarjeta:" LINE 12 COL 19.
           DISPLAY TNUM-DEPOSITO LINE 12 COL 44.
           DISPLAY "Numero de deposito:" LINE 13 COL 19.
           DISPLAY NUM-DEPOSITO LINE 13 COL 44.
           DISPLAY "Vencimiento:" LINE 14 COL 19.
           DISPLAY FECHA-TEXTO LINE 14 COL 44.
           DISPLAY "El importe ha sido cargado en la tarjeta"
               LINE 16 COL 19.

           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       EXITO-ALTA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO EXITO-ALTA-ENTER.

       PEDIR-BAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE NUM-CANCELAR.

       PEDIR-BAJA-DATOS.
           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-DEPOSITO LINE 6 COL 19.
           DISPLAY "Numero de deposito:" LINE 12 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-BAJA ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO PEDIR-BAJA-DATOS.

      *    Liquidacion que tendria hoy, sin tocar nada todavia.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "S" TO PZ-MODO.
           MOVE TNUM-DEPOSITO TO PZ-TARJETA.
           MOVE NUM-CANCELAR TO PZ-NUMERO.
           MOVE FECHA-HOY-NUM TO PZ-FECHA.
           CALL "BANKPLZ" USING PZ-MODO, PZ-TARJETA, PZ-NUMERO,
               PZ-FECHA, PZ-CAPITAL-CENT, PZ-INTERES-CENT,
               PZ-PENAL-CENT, PZ-RETENIDO-CENT, PZ-RESULTADO.
           IF PZ-RESULTADO = 1
               DISPLAY "Ese deposito no existe o no esta vigente!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-BAJA-DATOS.
           IF PZ-RESULTADO <> 0
               MOVE "PEDIR-BAJA-DATOS" TO LOG-PARRAFO
               MOVE "BANKPLZ"          TO LOG-FICHERO
               MOVE "99"               TO LOG-STATUS
               GO TO PSYS-ERR.

           COMPUTE CENT-NETO = PZ-CAPITAL-CENT + PZ-INTERES-CENT
               - PZ-PENAL-CENT - PZ-RETENIDO-CENT.

       CONFIRMAR-BAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Cancelacion del deposito" LINE 8 COL 19.
           DISPLAY NUM-CANCELAR LINE 8 COL 44.
           DISPLAY "Capital (EUR):" LINE 10 COL 19.
           DIVIDE PZ-CAPITAL-CENT BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 10 COL 50.
           DISPLAY "." LINE 10 COL 59.
           DISPLAY IMPORTE-DEC LINE 10 COL 60.
           DISPLAY "Intereses devengados (EUR):" LINE 11 COL 19.
           DIVIDE PZ-INTERES-CENT BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 11 COL 50.
           DISPLAY "." LINE 11 COL 59.
           DISPLAY IMPORTE-DEC LINE 11 COL 60.
           DISPLAY "Penalizacion (EUR):" LINE 12 COL 19.
           DIVIDE PZ-PENAL-CENT BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 12 COL 50.
           DISPLAY "." LINE 12 COL 59.
           DISPLAY IMPORTE-DEC LINE 12 COL 60.
           DISPLAY "Retencion fiscal (EUR):" LINE 13 COL 19.
           DIVIDE PZ-RETENIDO-CENT BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 13 COL 50.
           DISPLAY "." LINE 13 COL 59.
           DISPLAY IMPORTE-DEC LINE 13 COL 60.
           DISPLAY "Total a abonar (EUR):" LINE 15 COL 19.
           DIVIDE CENT-NETO BY 100 GIVING IMPORTE-ENT
               REMAINDER IMPORTE-DEC.
           DISPLAY IMPORTE-ENT LINE 15 COL 50.
           DISPLAY "." LINE 15 COL 59.
           DISPLAY IMPORTE-DEC LINE 15 COL 60.

           DISPLAY "Enter - Cancelar deposito" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

       CONFIRMAR-BAJA-TECLA.
           ACCEPT PRESSED-KEY ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO CONFIRMAR-BAJA-TECLA.

       EJECUTAR-BAJA.
           PERFORM LEER-DEPOSITO THRU LEER-DEPOSITO-FIN.
           MOVE DEPOSITO-REG TO IMAGEN-ANTES.

           MOVE "L" TO PZ-MODO.
           MOVE TNUM-DEPOSITO TO PZ-TARJETA.
           MOVE NUM-CANCELAR TO PZ-NUMERO.
           MOVE FECHA-HOY-NUM TO PZ-FECHA.
           CALL "BANKPLZ" USING PZ-MODO, PZ-TARJETA, PZ-NUMERO,
               PZ-FECHA, PZ-CAPITAL-CENT, PZ-INTERES-CENT,
               PZ-PENAL-CENT, PZ-RETENIDO-CENT, PZ-RESULTADO.
           IF PZ-RESULTADO = 1
               GO TO MENU-DEPOSITOS.

           PERFORM LEER-DEPOSITO THRU LEER-DEPOSITO-FIN.
           MOVE DEPOSITO-REG TO IMAGEN-DESPUES.

      *    Pista de auditoria (BANKAUD): cancelacion con la imagen
      *    del deposito antes y despues de liquidarlo.
           MOVE "CANCELACION" TO AU-ACCION.
           MOVE IMAGEN-ANTES(1:19) TO AU-CLAVE.
           MOVE IMAGEN-ANTES TO AU-ANTES.
           MOVE IMAGEN-DESPUES TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

           IF PZ-RESULTADO <> 0
               MOVE "EJECUTAR-BAJA" TO LOG-PARRAFO
               MOVE "BANKPLZ"       TO LOG-FICHERO
               MOVE "99"            TO LOG-STATUS
               GO TO PSYS-ERR.

       EXITO-BAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Deposito cancelado" LINE 10 COL 19.
           DISPLAY "Tarjeta:" LINE 12 COL 19.
           DISPLAY TNUM-DEPOSITO LINE 12 COL 44.
           DISPLAY "Numero de deposito:" LINE 13 COL 19.
           DISPLAY NUM-CANCELAR LINE 13 COL 44.
           DISPLAY "La liquidacion ha sido abonada en la tarjeta"
               LINE 16 COL 19.

           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       EXITO-BAJA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-DEPOSITOS
           ELSE
               GO TO EXITO-BAJA-ENTER.

      *    Un dia atras hasta dar con una fecha que exista (31 en un
      *    mes de 30, 29 de febrero en ano no bisiesto).
       AJUSTAR-DIA.
           SUBTRACT 1 FROM FVE-DIA.

       AJUSTAR-DIA-FIN.
           CONTINUE.

      *    Los depositos vigentes de la tarjeta, uno por linea desde
      *    la 8; los que no caben se cuentan.
       LISTAR-DEPOSITOS.
           MOVE 0 TO NUM-VIGENTES.
           MOVE 8 TO LINEA-LISTA.

           OPEN INPUT DEPOSITOS.
           IF FSD <> 00
               GO TO LISTAR-DEPOSITOS-VACIO.

           MOVE TNUM-DEPOSITO TO DEP-TARJETA.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO LISTAR-DEPOSITOS-CLOSE.

       LISTAR-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO LISTAR-DEPOSITOS-CLOSE.

           IF DEP-TARJETA <> TNUM-DEPOSITO
               GO TO LISTAR-DEPOSITOS-CLOSE.

           IF NOT DEP-VIGENTE
               GO TO LISTAR-DEPOSITOS-READ.

           ADD 1 TO NUM-VIGENTES.
           IF LINEA-LISTA > 16
               GO TO LISTAR-DEPOSITOS-READ.

           MOVE DEP-NUMERO TO LDP-NUMERO.
           DIVIDE DEP-CAPITAL-CENT BY 100 GIVING LDP-CAPITAL-ENT
               REMAINDER LDP-CAPITAL-DEC.
           COMPUTE LDP-TASA = DEP-TASA / 10000.
           MOVE DEP-VENCIMIENTO TO FECHA-VENCIMIENTO-NUM.
           MOVE FVE-DIA TO LDP-DIA.
           MOVE FVE-MES TO LDP-MES.
           MOVE FVE-ANO TO LDP-ANO.
           DISPLAY LINEA-DEPOSITO LINE LINEA-LISTA COL 10.
           ADD 1 TO LINEA-LISTA.

           GO TO LISTAR-DEPOSITOS-READ.

       LISTAR-DEPOSITOS-CLOSE.
           CLOSE DEPOSITOS.

       LISTAR-DEPOSITOS-VACIO.
           IF NUM-VIGENTES = 0
               DISPLAY "La tarjeta no tiene depositos vigentes"
                   LINE 8 COL 10.
           IF NUM-VIGENTES > 9
               DISPLAY "Depositos vigentes:" LINE 17 COL 10
               DISPLAY NUM-VIGENTES LINE 17 COL 30.

       LISTAR-DEPOSITOS-FIN.
           CONTINUE.

      *    Ultimo numero de deposito usado por la tarjeta, vigente o
      *    no, para que los numeros no se repitan.
       ULTIMO-DEPOSITO.
           MOVE 0 TO NUM-DEPOSITO.

           OPEN INPUT DEPOSITOS.
           IF FSD <> 00
               GO TO ULTIMO-DEPOSITO-FIN.

           MOVE TNUM-DEPOSITO TO DEP-TARJETA.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO ULTIMO-DEPOSITO-CLOSE.

       ULTIMO-DEPOSITO-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO ULTIMO-DEPOSITO-CLOSE.

           IF DEP-TARJETA <> TNUM-DEPOSITO
               GO TO ULTIMO-DEPOSITO-CLOSE.

           MOVE DEP-NUMERO TO NUM-DEPOSITO.
           GO TO ULTIMO-DEPOSITO-READ.

       ULTIMO-DEPOSITO-CLOSE.
           CLOSE DEPOSITOS.

       ULTIMO-DEPOSITO-FIN.
           CONTINUE.

       LEER-DEPOSITO.
           OPEN INPUT DEPOSITOS.
           IF FSD <> 00
               MOVE "LEER-DEPOSITO" TO LOG-PARRAFO
               MOVE "DEPOSITOS"     TO LOG-FICHERO
               MOVE FSD             TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-DEPOSITO TO DEP-TARJETA.
           MOVE NUM-CANCELAR TO DEP-NUMERO.
           READ DEPOSITOS INVALID KEY
               INITIALIZE DEPOSITO-REG.
           CLOSE DEPOSITOS.

       LEER-DEPOSITO-FIN.
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

       DEPOSITOS-OPEN.
           OPEN I-O DEPOSITOS.
           IF FSD = 35
               OPEN OUTPUT DEPOSITOS
               CLOSE DEPOSITOS
               GO TO DEPOSITOS-OPEN
           ELSE
               IF FSD <> 00
                   MOVE "DEPOSITOS-OPEN" TO LOG-PARRAFO
                   MOVE "DEPOSITOS"      TO LOG-FICHERO
                   MOVE FSD              TO LOG-STATUS
                   GO TO PSYS-ERR.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE DEPOSITOS.

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
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO TARJETA-NO-EXISTE-ENTER.

       TARJETA-NO-ACTIVA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no esta activa" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "No admite nuevos depositos" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-NO-ACTIVA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-DEPOSITOS
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
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO TITULAR-NO-COINCIDE-ENTER.

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

       END PROGRAM BANK49.
