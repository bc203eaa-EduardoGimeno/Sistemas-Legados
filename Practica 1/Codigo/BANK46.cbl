       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK46.

      *    Consulta de la pista de auditoria de operadores. Uso del
      *    responsable de operaciones y de auditoria interna: filtra
      *    auditoria.txt (que graba BANKAUD) por cualquier
      *    combinacion de operador, programa, clave del registro
      *    (coincidencia parcial) y rango de fechas, y lista los
      *    aciertos por consola en el orden en que se grabaron, al
      *    estilo de la busqueda de BANK32. Cada busqueda regraba
      *    informeauditoria.txt con los mismos aciertos y, para cada
      *    uno, las imagenes del registro antes y despues del
      *    cambio, que no caben en pantalla.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDITORIA ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSU.

           SELECT F-INFORME ASSIGN TO "informeauditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD F-AUDITORIA.
           COPY AUDREG.

       FD F-INFORME.
       01 INFORME-LINEA             PIC X(220).

       WORKING-STORAGE SECTION.
       77 FSU                       PIC   X(2).
       77 FSI                       PIC   X(2).

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

       77 OPERADOR-FILTRO           PIC   X(8).
       77 PROGRAMA-FILTRO           PIC   X(8).
       77 CLAVE-FILTRO              PIC  X(30).
       01 DESDE-FECHA.
           05 DESDE-DIA              PIC   9(2).
           05 DESDE-MES              PIC   9(2).
           05 DESDE-ANO              PIC   9(4).
       01 HASTA-FECHA.
           05 HASTA-DIA              PIC   9(2).
           05 HASTA-MES              PIC   9(2).
           05 HASTA-ANO              PIC   9(4).

       77 FECHA-DESDE-NUM           PIC    9(8).
       77 FECHA-HASTA-NUM           PIC    9(8).

       77 LARGO-FILTRO              PIC    9(2).
       77 POS-FILTRO                PIC    9(2).
       77 POS-BUSQUEDA              PIC    9(2).
       77 TOPE-BUSQUEDA             PIC   S9(3).
       77 CLAVE-COINCIDE            PIC    9(1).
       77 ENTRADA-ACEPTADA          PIC    9(1).

       77 NUM-ENCONTRADOS           PIC    9(5).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK46".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       01 FECHA-AUDITORIA.
           05 FA-ANO                 PIC   9(4).
           05 FA-MES                 PIC   9(2).
           05 FA-DIA                 PIC   9(2).

       01 HORA-AUDITORIA.
           05 HA-HORAS               PIC   9(2).
           05 HA-MINUTOS             PIC   9(2).
           05 HA-SEGUNDOS            PIC   9(2).

       01 LINEA-AUDITORIA.
           05 LA-DIA                 PIC   99.
           05 FILLER                 PIC   X VALUE "-".
           05 LA-MES                 PIC   99.
           05 FILLER                 PIC   X VALUE "-".
           05 LA-ANO                 PIC   9(4).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LA-HORAS               PIC   99.
           05 FILLER                 PIC   X VALUE ":".
           05 LA-MINUTOS             PIC   99.
           05 FILLER                 PIC   X VALUE SPACE.
           05 LA-OPERADOR            PIC   X(8).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LA-PROGRAMA            PIC   X(8).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LA-ACCION              PIC   X(12).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LA-CLAVE               PIC   X(30).

       01 LINEA-IMAGEN.
           05 LI-ETIQUETA            PIC  X(10).
           05 LI-IMAGEN              PIC X(200).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-FILTROS.
           05 FILLER AUTO UNDERLINE
               LINE 8 COL 50 PIC X(8) USING OPERADOR-FILTRO.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 50 PIC X(8) USING PROGRAMA-FILTRO.
           05 FILLER UNDERLINE
               LINE 12 COL 40 PIC X(30) USING CLAVE-FILTRO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 99 USING DESDE-DIA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 53 PIC 99 USING DESDE-MES.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 14 COL 56 PIC 9(4) USING DESDE-ANO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 99 USING HASTA-DIA.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 16 COL 53 PIC 99 USING HASTA-MES.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 16 COL 56 PIC 9(4) USING HASTA-ANO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Firma de operador (BANKSEG): la pista de auditoria solo la
      *    consulta el perfil de operaciones.
           MOVE 3 TO SG-NIVEL.
           CALL "BANKSEG" USING SG-NIVEL, SG-OPERADOR, SG-PERFIL,
               SG-RESULTADO.
           IF SG-RESULTADO <> 0
               GO TO ACCESO-DENEGADO.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Pista de auditoria - UnizarBank" LINE 2 COL 24
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

       PANTALLA-FILTROS.
           INITIALIZE OPERADOR-FILTRO.
           INITIALIZE PROGRAMA-FILTRO.
           INITIALIZE CLAVE-FILTRO.
           INITIALIZE DESDE-FECHA.
           INITIALIZE HASTA-FECHA.

           DISPLAY "Todos los filtros son opcionales" LINE 6 COL 19.
           DISPLAY "Operador:" LINE 8 COL 19.
           DISPLAY "Programa (BANKnn):" LINE 10 COL 19.
           DISPLAY "Clave (parcial):" LINE 12 COL 19.
           DISPLAY "Desde (dd mm aaaa):" LINE 14 COL 19.
           DISPLAY "Hasta (dd mm aaaa):" LINE 16 COL 19.

           DISPLAY "Enter - Buscar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-FILTROS ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO PANTALLA-FILTROS.

       PREPARAR-FILTROS.
           COMPUTE FECHA-DESDE-NUM = (DESDE-ANO * 10000)
               + (DESDE-MES * 100) + DESDE-DIA.
           COMPUTE FECHA-HASTA-NUM = (HASTA-ANO * 10000)
               + (HASTA-MES * 100) + HASTA-DIA.
           IF FECHA-HASTA-NUM = 0
               MOVE 99999999 TO FECHA-HASTA-NUM.

      *    Largo util de la clave tecleada, para la coincidencia
      *    parcial.
           MOVE 0 TO LARGO-FILTRO.
           PERFORM MEDIR-FILTRO THRU MEDIR-FILTRO-FIN
               VARYING POS-FILTRO FROM 1 BY 1 UNTIL POS-FILTRO > 30.

       BUSCAR-AUDITORIA.
           MOVE 0 TO NUM-ENCONTRADOS.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               MOVE "BUSCAR-AUDITORIA" TO LOG-PARRAFO
               MOVE "INFORMEAUDIT"     TO LOG-FICHERO
               MOVE FSI                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "Pista de auditoria de operadores" TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           STRING "Filtros: operador " OPERADOR-FILTRO
               " programa " PROGRAMA-FILTRO
               " clave " CLAVE-FILTRO
               " desde " FECHA-DESDE-NUM
               " hasta " FECHA-HASTA-NUM
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           DISPLAY " ".
           DISPLAY "Resultado de la busqueda:".
           DISPLAY " ".

           OPEN INPUT F-AUDITORIA.
           IF FSU = 35
               CLOSE F-AUDITORIA
               GO TO BUSCAR-FIN.
           IF FSU <> 00
               MOVE "BUSCAR-AUDITORIA" TO LOG-PARRAFO
               MOVE "AUDITORIA"        TO LOG-FICHERO
               MOVE FSU                TO LOG-STATUS
               GO TO PSYS-ERR.

       BUSCAR-AUDITORIA-READ.
           READ F-AUDITORIA AT END
               CLOSE F-AUDITORIA
               GO TO BUSCAR-FIN.

           PERFORM FILTRAR-ENTRADA THRU FILTRAR-ENTRADA-FIN.
           IF ENTRADA-ACEPTADA = 1
               ADD 1 TO NUM-ENCONTRADOS
               PERFORM IMPRIMIR-ACIERTO THRU IMPRIMIR-ACIERTO-FIN.

           GO TO BUSCAR-AUDITORIA-READ.

       BUSCAR-FIN.
           IF NUM-ENCONTRADOS = 0
               DISPLAY "Ninguna entrada cumple los filtros.".

           MOVE SPACES TO INFORME-LINEA.
           STRING "Entradas encontradas: " NUM-ENCONTRADOS
               DELIMITED BY SIZE INTO INFORME-LINEA.
           WRITE INFORME-LINEA.
           CLOSE F-INFORME.

           DISPLAY " ".
           DISPLAY "Entradas encontradas: " NUM-ENCONTRADOS.
           DISPLAY "Imagenes antes/despues en informeauditoria.txt".
           DISPLAY " ".

       PEDIR-OTRA.
           DISPLAY "Enter - Nueva busqueda  ESC - Salir"
               LINE 24 COL 2.

           ACCEPT PRESSED-KEY.
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR.
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-FILTROS.

           GO TO PEDIR-OTRA.

      *    Aplica los filtros a la entrada leida en AUDITORIA-REG.
      *    Operador y programa se comparan enteros; la clave, por
      *    coincidencia parcial.
       FILTRAR-ENTRADA.
           MOVE 0 TO ENTRADA-ACEPTADA.

           IF OPERADOR-FILTRO <> SPACES
               AND AUD-OPERADOR <> OPERADOR-FILTRO
                   GO TO FILTRAR-ENTRADA-FIN.

           IF PROGRAMA-FILTRO <> SPACES
               AND AUD-PROGRAMA <> PROGRAMA-FILTRO
                   GO TO FILTRAR-ENTRADA-FIN.

           IF AUD-FECHA < FECHA-DESDE-NUM
               OR AUD-FECHA > FECHA-HASTA-NUM
                   GO TO FILTRAR-ENTRADA-FIN.

           IF LARGO-FILTRO > 0
               PERFORM COMPARAR-CLAVE THRU COMPARAR-CLAVE-FIN
               IF CLAVE-COINCIDE = 0
                   GO TO FILTRAR-ENTRADA-FIN.

           MOVE 1 TO ENTRADA-ACEPTADA.

       FILTRAR-ENTRADA-FIN.
           CONTINUE.

       MEDIR-FILTRO.
           IF CLAVE-FILTRO(POS-FILTRO:1) NOT = SPACE
               MOVE POS-FILTRO TO LARGO-FILTRO.
       MEDIR-FILTRO-FIN.
           CONTINUE.

      *    Coincidencia parcial: el trozo tecleado se busca en todas
      *    las posiciones posibles de AUD-CLAVE.
       COMPARAR-CLAVE.
           MOVE 0 TO CLAVE-COINCIDE.
           COMPUTE TOPE-BUSQUEDA = 30 - LARGO-FILTRO + 1.

           PERFORM COMPARAR-POSICION THRU COMPARAR-POSICION-FIN
               VARYING POS-BUSQUEDA FROM 1 BY 1
               UNTIL POS-BUSQUEDA > TOPE-BUSQUEDA
                   OR CLAVE-COINCIDE = 1.

       COMPARAR-CLAVE-FIN.
           CONTINUE.

       COMPARAR-POSICION.
           IF AUD-CLAVE(POS-BUSQUEDA:LARGO-FILTRO)
               = CLAVE-FILTRO(1:LARGO-FILTRO)
                   MOVE 1 TO CLAVE-COINCIDE.
       COMPARAR-POSICION-FIN.
           CONTINUE.

      *    Linea resumen por consola y al informe; en el informe,
      *    ademas, las dos imagenes del registro.
       IMPRIMIR-ACIERTO.
           MOVE AUD-FECHA          TO FECHA-AUDITORIA.
           MOVE AUD-HORA           TO HORA-AUDITORIA.

           MOVE FA-DIA             TO LA-DIA.
           MOVE FA-MES             TO LA-MES.
           MOVE FA-ANO             TO LA-ANO.
           MOVE HA-HORAS           TO LA-HORAS.
           MOVE HA-MINUTOS         TO LA-MINUTOS.
           MOVE AUD-OPERADOR       TO LA-OPERADOR.
           MOVE AUD-PROGRAMA       TO LA-PROGRAMA.
           MOVE AUD-ACCION         TO LA-ACCION.
           MOVE AUD-CLAVE          TO LA-CLAVE.

           DISPLAY LINEA-AUDITORIA.

           MOVE LINEA-AUDITORIA TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE "  Antes:" TO LI-ETIQUETA.
           MOVE AUD-ANTES TO LI-IMAGEN.
           MOVE LINEA-IMAGEN TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           MOVE "  Despues:" TO LI-ETIQUETA.
           MOVE AUD-DESPUES TO LI-IMAGEN.
           MOVE LINEA-IMAGEN TO INFORME-LINEA.
           WRITE INFORME-LINEA.
       IMPRIMIR-ACIERTO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE F-AUDITORIA.
           CLOSE F-INFORME.

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

       END PROGRAM BANK46.
