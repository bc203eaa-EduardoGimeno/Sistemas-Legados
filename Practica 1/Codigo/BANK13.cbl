      *    propio via BANKPIN) y renovar la caducidad, que extiende la
      *    vigencia cuatro anos desde el mes actual sin regrabar el
      *    resto de la tarjeta.
      *
      *    Una tarjeta que BANK45 marco inactiva por falta de uso solo
      *    se reactiva con el titular delante: se pide su DNI, que
      *    debe coincidir con el de la tarjeta como en BANK14, y la
      *    reactivacion queda anotada en desbloqueos.txt con el
      *    operador (BANK45 la cuenta como actividad del cliente).
      *
      *    Una tarjeta robada que BANK40 ya repuso (enlace en
      *    reposiciones.ubd) no se reactiva ni se retira: su saldo y
      *    sus ordenes estan en la nueva, a la que BANK16 y BANK23
      *    siguen enviando los pagos.
      *
      *    Todo cambio queda en la pista de auditoria (BANKAUD) con
      *    la imagen de la tarjeta antes y despues, sin el PIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT F-DESBLOQUEOS ASSIGN TO "desbloqueos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT REPOSICIONES ASSIGN TO "reposiciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REP-TARJETA-ANT
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD F-DESBLOQUEOS.
           COPY DESBLOREG.

       FD REPOSICIONES.
           COPY REPOREG.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSR                       PIC   X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 ELECCION-MENU             PIC    9(1).
       77 ESTADO-TEXTO              PIC   X(12).
       77 DESCUBIERTO-NUEVO         PIC    9(7).
       77 DNI-CLIENTE               PIC    X(9).
       77 TARJETA-REPUESTA          PIC    9(1).
           88 ES-REPUESTA             VALUE 1.
       77 TNUM-REPUESTA             PIC   9(16).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK13".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK13".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 50 PIC 9(7) USING DESCUBIERTO-NUEVO.

       01 ENTRADA-DNI.
           05 FILLER AUTO UNDERLINE
               LINE 21 COL 50 PIC X(9) USING DNI-CLIENTE.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
                   IF TARJ-RETIRADA
                       MOVE "Retirada" TO ESTADO-TEXTO
                   ELSE
                       IF TARJ-INACTIVA
                           MOVE "Inactiva" TO ESTADO-TEXTO
                       ELSE
                           MOVE "Desconocido" TO ESTADO-TEXTO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 8 COL 19.
           IF ELECCION-MENU < 1 OR ELECCION-MENU > 5
               GO TO MOSTRAR-TARJETA.

      *    Imagen previa para la auditoria, sin el PIN.
           MOVE TARJETAREG TO AU-ANTES.
           MOVE "****" TO AU-ANTES(17:4).

           IF ELECCION-MENU = 1 OR ELECCION-MENU = 3
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-FIN
               IF ES-REPUESTA
                   CLOSE TARJETAS
                   GO TO TARJETA-YA-REPUESTA.

           IF ELECCION-MENU = 1 AND TARJ-INACTIVA
               GO TO REACTIVAR-INACTIVA.
           IF ELECCION-MENU = 1
               SET TARJ-ACTIVA TO TRUE.
           IF ELECCION-MENU = 2
               MOVE FST               TO LOG-STATUS
               GO TO PSYS-ERR.

           IF ELECCION-MENU = 1
               MOVE "REACTIVAR"    TO AU-ACCION.
           IF ELECCION-MENU = 2
               MOVE "ROBADA"       TO AU-ACCION.
           IF ELECCION-MENU = 3
               MOVE "RETIRADA"     TO AU-ACCION.
           IF ELECCION-MENU = 4
               MOVE "RENOVACION"   TO AU-ACCION.
           IF ELECCION-MENU = 5
               MOVE "DESCUBIERTO"  TO AU-ACCION.
           PERFORM AUDITAR-TARJETA THRU AUDITAR-TARJETA-FIN.

           CLOSE TARJETAS.

       EXITO-GESTION.

           GO TO EXITO-GESTION.

      *    Reactivacion de una tarjeta inactiva: el titular tiene que
      *    identificarse con su DNI antes de devolverla a activa.
       REACTIVAR-INACTIVA.
           INITIALIZE DNI-CLIENTE.

           DISPLAY "DNI del titular:" LINE 21 COL 19.

           ACCEPT ENTRADA-DNI ON EXCEPTION
           IF ESC-PRESSED
               GO TO MOSTRAR-TARJETA
           ELSE
               GO TO REACTIVAR-INACTIVA.

           IF TDNI-E <> DNI-CLIENTE
               CLOSE TARJETAS
               GO TO TITULAR-NO-COINCIDE.

           SET TARJ-ACTIVA TO TRUE.
           REWRITE TARJETAREG INVALID KEY
               MOVE "REACTIVAR-INACTIVA" TO LOG-PARRAFO
               MOVE "TARJETAS"           TO LOG-FICHERO
               MOVE FST                  TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "REACTIVACION" TO AU-ACCION.
           PERFORM AUDITAR-TARJETA THRU AUDITAR-TARJETA-FIN.

           CLOSE TARJETAS.

       ANOTAR-REACTIVACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE SG-OPERADOR       TO DBL-OPERADOR.
           MOVE TNUM-GESTION      TO DBL-TARJETA.
           MOVE "REACTIVACION"    TO DBL-ACCION.
           MOVE DIA               TO DBL-DIA.
           MOVE MES               TO DBL-MES.
           MOVE ANO               TO DBL-ANO.
           MOVE HORAS             TO DBL-HOR.
           MOVE MINUTOS           TO DBL-MIN.
           MOVE SEGUNDOS          TO DBL-SEG.

           OPEN EXTEND F-DESBLOQUEOS.
           IF FSD <> 00
               MOVE "ANOTAR-REACTIVACION" TO LOG-PARRAFO
               MOVE "DESBLOQUEOS"         TO LOG-FICHERO
               MOVE FSD                   TO LOG-STATUS
               GO TO PSYS-ERR.

           WRITE DESBLOQUEO-REG.
           CLOSE F-DESBLOQUEOS.
           GO TO EXITO-GESTION.

       FIJAR-DESCUBIERTO.
           INITIALIZE DESCUBIERTO-NUEVO.

       FIJAR-DESCUBIERTO-FIN.
           CONTINUE.

      *    Busca la tarjeta como vieja en reposiciones.ubd; sin
      *    fichero no hay ninguna repuesta.
       COMPROBAR-REPOSICION.
           MOVE 0 TO TARJETA-REPUESTA.

           OPEN INPUT REPOSICIONES.
           IF FSR = 35
               GO TO COMPROBAR-REPOSICION-FIN.
           IF FSR <> 00
               MOVE "COMPROBAR-REPOSICION" TO LOG-PARRAFO
               MOVE "REPOSICIONES"         TO LOG-FICHERO
               MOVE FSR                    TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-GESTION TO REP-TARJETA-ANT.
           READ REPOSICIONES
               NOT INVALID KEY
                   MOVE 1 TO TARJETA-REPUESTA
                   MOVE REP-TARJETA-NUEVA TO TNUM-REPUESTA
           END-READ.

           CLOSE REPOSICIONES.

       COMPROBAR-REPOSICION-FIN.
           CONTINUE.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION y la
      *    imagen previa en AU-ANTES; la posterior tampoco lleva PIN.
       AUDITAR-TARJETA.
           MOVE TNUM-GESTION TO AU-CLAVE.
           MOVE TARJETAREG TO AU-DESPUES.
           MOVE "****" TO AU-DESPUES(17:4).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-TARJETA-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-DESBLOQUEOS.

           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.
           ELSE
               GO TO TARJETA-DE-BAJA-ENTER.

       TARJETA-YA-REPUESTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta ya ha sido repuesta" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Tarjeta nueva:" LINE 11 COL 25.
           DISPLAY TNUM-REPUESTA LINE 11 COL 40.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TARJETA-YA-REPUESTA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO TARJETA-YA-REPUESTA-ENTER.

       TARJETA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 09 COL 25
           ELSE
               GO TO TARJETA-NO-EXISTE-ENTER.

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
