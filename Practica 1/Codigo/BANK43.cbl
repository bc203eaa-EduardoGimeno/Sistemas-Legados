       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK43.

      *    Mantenimiento de intervinientes de tarjeta. Uso de operador
      *    de sucursal: para una tarjeta de tarjetas.ubd lista su
      *    titular principal (TDNI-E) y los demas clientes que la
      *    comparten en titulares.ubd, y permite dar de alta,
      *    modificar o dar de baja un cotitular, un titular mas o un
      *    autorizado, con su porcentaje de propiedad. El titular
      *    principal no se toca aqui: su porcentaje es siempre el
      *    resto hasta 100 y se recalcula en cada cambio, asi que el
      *    reparto de la tarjeta cuadra en todo momento para BANK35.
      *    Los intervinientes deben existir en clientes.ubd (alta
      *    previa en BANK12). BANK30, BANK35, BANK36 y BANK37 leen
      *    este fichero para la posicion global, la declaracion
      *    fiscal, las cartas y los extractos. Altas, cambios y
      *    bajas quedan en la pista de auditoria (BANKAUD).

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

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIREG.

       FD TITULARES.
           COPY TITREG.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSH                       PIC   X(2).

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

       77 ELECCION-MENU             PIC    9(1).
       77 TNUM-CONSULTA             PIC   9(16).
       77 DNI-PRINCIPAL             PIC    X(9).
       77 DNI-INTERVINIENTE         PIC    X(9).
       77 ROL-INTERVINIENTE         PIC    X(1).
       77 PCT-ENT                   PIC    9(3).
       77 PCT-DEC                   PIC    9(2).
       77 PCT-NUEVO                 PIC  9(3)V99.
       77 PCT-PRINCIPAL             PIC  9(3)V99.
       77 SUMA-PCT                  PIC  9(5)V99.
       77 DNI-EXCLUIDO              PIC    X(9).
       77 INTERVINIENTE-NUEVO       PIC    X(1).
       77 LINEA-PANTALLA            PIC    9(2).
       77 NUM-OTROS                 PIC    9(3).
       77 NUM-OCULTOS               PIC    9(3).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK43".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK43".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       01 LINEA-INTERVINIENTE.
           05 LI-DNI                 PIC   X(9).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LI-ROL                 PIC   X(10).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LI-PORCENTAJE          PIC   ZZ9.99.
           05 FILLER                 PIC   X(2) VALUE "% ".
           05 LI-NOMBRE              PIC   X(30).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 10 COL 50 PIC 9(16) USING TNUM-CONSULTA.

       01 ENTRADA-ELECCION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 22 COL 50 PIC 9(1) USING ELECCION-MENU.

       01 ENTRADA-ALTA.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 50 PIC X(9) USING DNI-INTERVINIENTE.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 50 PIC X(1) USING ROL-INTERVINIENTE.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(3) USING PCT-ENT.
           05 FILLER LINE 14 COL 53 VALUE ".".
           05 FILLER AUTO UNDERLINE
               LINE 14 COL 54 PIC 9(2) USING PCT-DEC.

       01 ENTRADA-BAJA.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 50 PIC X(9) USING DNI-INTERVINIENTE.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Firma de operador (BANKSEG): cambiar quien es propietario
      *    de una tarjeta exige perfil de supervisor, como la baja.
           MOVE 2 TO SG-NIVEL.
           CALL "BANKSEG" USING SG-NIVEL, SG-OPERADOR, SG-PERFIL,
               SG-RESULTADO.
           IF SG-RESULTADO <> 0
               GO TO ACCESO-DENEGADO.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Titulares de tarjeta - UnizarBank" LINE 2 COL 23
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
           INITIALIZE TNUM-CONSULTA.

           DISPLAY "Numero de tarjeta:" LINE 10 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO PANTALLA-TARJETA.

           IF TNUM-CONSULTA = 0
               GO TO PANTALLA-TARJETA.

       LEER-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE "LEER-TARJETA" TO LOG-PARRAFO
               MOVE "TARJETAS"     TO LOG-FICHERO
               MOVE FST            TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM-CONSULTA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO TARJETA-NO-EXISTE.

           IF TARJ-CERRADA
               CLOSE TARJETAS
               GO TO TARJETA-YA-CERRADA.

           MOVE TDNI-E TO DNI-PRINCIPAL.
           CLOSE TARJETAS.

      *    Relacion actual de la tarjeta: el titular principal con el
      *    resto hasta 100 y, debajo, los demas intervinientes.
       MENU-TITULARES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE ELECCION-MENU.

           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-CONSULTA LINE 6 COL 19.

           PERFORM TITULARES-OPEN THRU TITULARES-OPEN.
           PERFORM LISTAR-INTERVINIENTES
               THRU LISTAR-INTERVINIENTES-FIN.
           CLOSE TITULARES.

           DISPLAY "1 - Alta o modificacion de interviniente"
               LINE 19 COL 19.
           DISPLAY "2 - Baja de interviniente" LINE 20 COL 19.
           DISPLAY "Elija una opcion:" LINE 22 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-ELECCION ON EXCEPTION
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO MENU-TITULARES.

           IF ELECCION-MENU = 1
               GO TO PEDIR-ALTA.
           IF ELECCION-MENU = 2
               GO TO PEDIR-BAJA.

           GO TO MENU-TITULARES.

       PEDIR-ALTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE DNI-INTERVINIENTE.
           INITIALIZE ROL-INTERVINIENTE.
           INITIALIZE PCT-ENT.
           INITIALIZE PCT-DEC.

       PEDIR-ALTA-DATOS.
           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-CONSULTA LINE 6 COL 19.
           DISPLAY "DNI del interviniente:" LINE 10 COL 19.
           DISPLAY "Rol (T/C/A):" LINE 12 COL 19.
           DISPLAY "T - Titular  C - Cotitular  A - Autorizado"
               LINE 13 COL 19.
           DISPLAY "Porcentaje de propiedad:" LINE 14 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-ALTA ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO PEDIR-ALTA-DATOS.

           IF DNI-INTERVINIENTE = SPACES
               GO TO PEDIR-ALTA-DATOS.

           IF DNI-INTERVINIENTE = DNI-PRINCIPAL
               GO TO ES-PRINCIPAL-ERR.

           INSPECT ROL-INTERVINIENTE CONVERTING "tca" TO "TCA".
           IF ROL-INTERVINIENTE <> "T" AND ROL-INTERVINIENTE <> "C"
               AND ROL-INTERVINIENTE <> "A"
               DISPLAY "Indique T, C o A como rol!!" LINE 16 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ALTA-DATOS.

      *    El autorizado no es propietario: su porcentaje es cero
      *    diga lo que diga la pantalla.
           IF ROL-INTERVINIENTE = "A"
               MOVE 0 TO PCT-ENT
               MOVE 0 TO PCT-DEC.
           COMPUTE PCT-NUEVO = PCT-ENT + (PCT-DEC / 100).

           IF ROL-INTERVINIENTE <> "A" AND PCT-NUEVO = 0
               DISPLAY "Indique el porcentaje de propiedad!!"
                   LINE 16 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ALTA-DATOS.

       VERIFICAR-CLIENTE.
           OPEN INPUT CLIENTES.
           IF FSL <> 00
               MOVE "VERIFICAR-CLIENTE" TO LOG-PARRAFO
               MOVE "CLIENTES"          TO LOG-FICHERO
               MOVE FSL                 TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE DNI-INTERVINIENTE TO CLI-DNI.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO CLIENTE-NO-EXISTE.

           CLOSE CLIENTES.

      *    El titular principal tiene que conservar parte de la
      *    propiedad: lo que asignan los demas, con el nuevo
      *    porcentaje en lugar del que tuviera este interviniente,
      *    ha de quedar por debajo de 100.
       GRABAR-INTERVINIENTE.
           PERFORM TITULARES-OPEN THRU TITULARES-OPEN.

           MOVE DNI-INTERVINIENTE TO DNI-EXCLUIDO.
           PERFORM SUMAR-PORCENTAJES THRU SUMAR-PORCENTAJES-FIN.
           IF SUMA-PCT + PCT-NUEVO NOT < 100
               CLOSE TITULARES
               GO TO PORCENTAJE-ERR.

           PERFORM SEMBRAR-PRINCIPAL THRU SEMBRAR-PRINCIPAL-FIN.

           MOVE "N" TO INTERVINIENTE-NUEVO.
           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-INTERVINIENTE TO TIT-DNI.
           READ TITULARES INVALID KEY
               MOVE "S" TO INTERVINIENTE-NUEVO
           END-READ.

      *    Imagen anterior para la pista de auditoria.
           IF INTERVINIENTE-NUEVO = "S"
               MOVE "ALTA" TO AU-ACCION
               MOVE SPACES TO AU-ANTES
           ELSE
               MOVE "MODIFICACION" TO AU-ACCION
               MOVE TITULAR-REG TO AU-ANTES.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-INTERVINIENTE TO TIT-DNI.
           MOVE ROL-INTERVINIENTE TO TIT-ROL.
           MOVE PCT-NUEVO TO TIT-PORCENTAJE.

           IF INTERVINIENTE-NUEVO = "S"
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               COMPUTE TIT-FECHA-ALTA =
                   (ANO * 10000) + (MES * 100) + DIA
               MOVE SG-OPERADOR TO TIT-OPERADOR
               WRITE TITULAR-REG INVALID KEY
                   MOVE "GRABAR-INTERVINIENT" TO LOG-PARRAFO
                   MOVE "TITULARES"           TO LOG-FICHERO
                   MOVE FSH                   TO LOG-STATUS
                   GO TO PSYS-ERR
           ELSE
               REWRITE TITULAR-REG INVALID KEY
                   MOVE "GRABAR-INTERVINIENT" TO LOG-PARRAFO
                   MOVE "TITULARES"           TO LOG-FICHERO
                   MOVE FSH                   TO LOG-STATUS
                   GO TO PSYS-ERR.

           MOVE TITULAR-REG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           PERFORM RECALCULAR-PRINCIPAL THRU RECALCULAR-PRINCIPAL-FIN.
           CLOSE TITULARES.
           GO TO EXITO-TITULARES.

       PEDIR-BAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE DNI-INTERVINIENTE.

       PEDIR-BAJA-DATOS.
           DISPLAY "Tarjeta:" LINE 6 COL 10.
           DISPLAY TNUM-CONSULTA LINE 6 COL 19.
           DISPLAY "DNI del interviniente:" LINE 10 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-BAJA ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO PEDIR-BAJA-DATOS.

           IF DNI-INTERVINIENTE = SPACES
               GO TO PEDIR-BAJA-DATOS.

           IF DNI-INTERVINIENTE = DNI-PRINCIPAL
               GO TO ES-PRINCIPAL-ERR.

       BORRAR-INTERVINIENTE.
           PERFORM TITULARES-OPEN THRU TITULARES-OPEN.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-INTERVINIENTE TO TIT-DNI.
           READ TITULARES INVALID KEY
               CLOSE TITULARES
               GO TO INTERVINIENTE-NO-EXISTE.

           MOVE TITULAR-REG TO AU-ANTES.

           DELETE TITULARES INVALID KEY
               MOVE "BORRAR-INTERVINIENT" TO LOG-PARRAFO
               MOVE "TITULARES"           TO LOG-FICHERO
               MOVE FSH                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "BAJA" TO AU-ACCION.
           MOVE SPACES TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           PERFORM RECALCULAR-PRINCIPAL THRU RECALCULAR-PRINCIPAL-FIN.
           CLOSE TITULARES.

       EXITO-TITULARES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Titulares de tarjeta" LINE 10 COL 19.
           DISPLAY "Los intervinientes de la tarjeta han sido"
               LINE 12 COL 19.
           DISPLAY "actualizados" LINE 13 COL 19.
           DISPLAY "Enter - Volver a la tarjeta" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT PRESSED-KEY.
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR.
           IF ENTER-PRESSED
               GO TO MENU-TITULARES.

           GO TO EXITO-TITULARES.

      *    Suma los porcentajes de los propietarios de la tarjeta que
      *    no son el titular principal ni DNI-EXCLUIDO. Con
      *    TITULARES abierto.
       SUMAR-PORCENTAJES.
           MOVE 0 TO SUMA-PCT.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO SUMAR-PORCENTAJES-FIN.

       SUMAR-PORCENTAJES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO SUMAR-PORCENTAJES-FIN.

           IF TIT-TARJETA <> TNUM-CONSULTA
               GO TO SUMAR-PORCENTAJES-FIN.

           IF TIT-PROPIETARIO
               AND TIT-DNI <> DNI-PRINCIPAL
               AND TIT-DNI <> DNI-EXCLUIDO
                   ADD TIT-PORCENTAJE TO SUMA-PCT.

           GO TO SUMAR-PORCENTAJES-READ.

       SUMAR-PORCENTAJES-FIN.
           CONTINUE.

      *    La primera vez que se comparte la tarjeta se graba el
      *    titular principal con el 100%; RECALCULAR-PRINCIPAL le
      *    descuenta despues lo asignado a los demas.
       SEMBRAR-PRINCIPAL.
           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-PRINCIPAL TO TIT-DNI.
           READ TITULARES
               NOT INVALID KEY
                   GO TO SEMBRAR-PRINCIPAL-FIN
           END-READ.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-PRINCIPAL TO TIT-DNI.
           SET TIT-TITULAR TO TRUE.
           MOVE 100 TO TIT-PORCENTAJE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE TIT-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE SG-OPERADOR TO TIT-OPERADOR.
           WRITE TITULAR-REG INVALID KEY
               MOVE "SEMBRAR-PRINCIPAL" TO LOG-PARRAFO
               MOVE "TITULARES"         TO LOG-FICHERO
               MOVE FSH                 TO LOG-STATUS
               GO TO PSYS-ERR.

       SEMBRAR-PRINCIPAL-FIN.
           CONTINUE.

       RECALCULAR-PRINCIPAL.
           MOVE SPACES TO DNI-EXCLUIDO.
           PERFORM SUMAR-PORCENTAJES THRU SUMAR-PORCENTAJES-FIN.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE DNI-PRINCIPAL TO TIT-DNI.
           READ TITULARES INVALID KEY
               GO TO RECALCULAR-PRINCIPAL-FIN.

           SET TIT-TITULAR TO TRUE.
           COMPUTE TIT-PORCENTAJE = 100 - SUMA-PCT.
           REWRITE TITULAR-REG INVALID KEY
               MOVE "RECALCULAR-PRINCIPA" TO LOG-PARRAFO
               MOVE "TITULARES"           TO LOG-FICHERO
               MOVE FSH                   TO LOG-STATUS
               GO TO PSYS-ERR.

       RECALCULAR-PRINCIPAL-FIN.
           CONTINUE.

      *    El principal sale siempre primero, aunque la tarjeta aun no
      *    tenga registros en titulares.ubd; caben ocho intervinientes
      *    mas en pantalla y del resto se da solo la cuenta.
       LISTAR-INTERVINIENTES.
           MOVE 0 TO NUM-OTROS.
           MOVE 0 TO NUM-OCULTOS.

           DISPLAY "DNI       Rol        Propiedad Nombre"
               LINE 8 COL 10.

           MOVE SPACES TO DNI-EXCLUIDO.
           PERFORM SUMAR-PORCENTAJES THRU SUMAR-PORCENTAJES-FIN.
           COMPUTE PCT-PRINCIPAL = 100 - SUMA-PCT.

           MOVE DNI-PRINCIPAL TO LI-DNI.
           MOVE "Titular" TO LI-ROL.
           MOVE PCT-PRINCIPAL TO LI-PORCENTAJE.
           PERFORM NOMBRE-INTERVINIENTE THRU NOMBRE-INTERVINIENTE-FIN.
           MOVE 9 TO LINEA-PANTALLA.
           DISPLAY LINEA-INTERVINIENTE LINE LINEA-PANTALLA COL 10.

           MOVE TNUM-CONSULTA TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO LISTAR-INTERVINIENTES-FIN.

       LISTAR-INTERVINIENTES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO LISTAR-INTERVINIENTES-CUENTA.

           IF TIT-TARJETA <> TNUM-CONSULTA
               GO TO LISTAR-INTERVINIENTES-CUENTA.

           IF TIT-DNI = DNI-PRINCIPAL
               GO TO LISTAR-INTERVINIENTES-READ.

           ADD 1 TO NUM-OTROS.
           IF NUM-OTROS > 8
               ADD 1 TO NUM-OCULTOS
               GO TO LISTAR-INTERVINIENTES-READ.

           MOVE TIT-DNI TO LI-DNI.
           IF TIT-TITULAR
               MOVE "Titular" TO LI-ROL.
           IF TIT-COTITULAR
               MOVE "Cotitular" TO LI-ROL.
           IF TIT-AUTORIZADO
               MOVE "Autorizado" TO LI-ROL.
           MOVE TIT-PORCENTAJE TO LI-PORCENTAJE.
           PERFORM NOMBRE-INTERVINIENTE THRU NOMBRE-INTERVINIENTE-FIN.
           COMPUTE LINEA-PANTALLA = 9 + NUM-OTROS.
           DISPLAY LINEA-INTERVINIENTE LINE LINEA-PANTALLA COL 10.

           GO TO LISTAR-INTERVINIENTES-READ.

       LISTAR-INTERVINIENTES-CUENTA.
           IF NUM-OCULTOS > 0
               DISPLAY "Otros intervinientes no mostrados:"
                   LINE 18 COL 10
               DISPLAY NUM-OCULTOS LINE 18 COL 45.

       LISTAR-INTERVINIENTES-FIN.
           CONTINUE.

       NOMBRE-INTERVINIENTE.
           MOVE SPACES TO LI-NOMBRE.

           OPEN INPUT CLIENTES.
           IF FSL <> 00
               GO TO NOMBRE-INTERVINIENTE-FIN.

           MOVE LI-DNI TO CLI-DNI.
           READ CLIENTES
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO LI-NOMBRE
           END-READ.
           CLOSE CLIENTES.

       NOMBRE-INTERVINIENTE-FIN.
           CONTINUE.

       TITULARES-OPEN.
           OPEN I-O TITULARES.
           IF FSH = 35
               OPEN OUTPUT TITULARES
               CLOSE TITULARES
               GO TO TITULARES-OPEN
           ELSE
               IF FSH <> 00
                   MOVE "TITULARES-OPEN" TO LOG-PARRAFO
                   MOVE "TITULARES"      TO LOG-FICHERO
                   MOVE FSH              TO LOG-STATUS
                   GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION y las
      *    imagenes AU-ANTES/AU-DESPUES rellenas; la clave es la del
      *    interviniente (tarjeta + DNI).
       AUDITAR-CAMBIO.
           MOVE TNUM-CONSULTA TO AU-CLAVE.
           MOVE DNI-INTERVINIENTE TO AU-CLAVE(17:9).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE TITULARES.

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
               GO TO PANTALLA-TARJETA
           ELSE
               GO TO TARJETA-YA-CERRADA-ENTER.

       CLIENTE-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese cliente no existe" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Dele de alta primero en BANK12" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       CLIENTE-NO-EXISTE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO CLIENTE-NO-EXISTE-ENTER.

       ES-PRINCIPAL-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese es el titular principal" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Su porcentaje es el resto" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       ES-PRINCIPAL-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO ES-PRINCIPAL-ENTER.

       PORCENTAJE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los porcentajes superan el 100%" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "El titular principal debe" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "conservar parte de la tarjeta" LINE 12 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       PORCENTAJE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO PORCENTAJE-ENTER.

       INTERVINIENTE-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese DNI no interviene en la tarjeta" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       INTERVINIENTE-NO-EXISTE-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO MENU-TITULARES
           ELSE
               GO TO INTERVINIENTE-NO-EXISTE-ENTER.

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

       END PROGRAM BANK43.
