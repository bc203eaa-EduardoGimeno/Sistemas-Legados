       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK44.

      *    Agenda de beneficiarios. Uso de cliente, desde el menu de
      *    sesion de BANK0 con la tarjeta ya autenticada (mismo
      *    patron que BANK31): lista los beneficiarios guardados de la
      *    tarjeta en beneficiarios.ubd (BENREG) y permite anadir uno
      *    nuevo (alias, cuenta destino y nombre del titular) o
      *    borrar uno existente. BANK6 ofrece esta lista al ordenar
      *    una transferencia. Si la cuenta es de UnizarBank el nombre
      *    se toma del maestro de clientes, como hace BANK6, y no se
      *    admite una cuenta dada de baja ni la propia tarjeta.
      *    Mientras el beneficiario es reciente (parametro BENDIAS)
      *    BANK6 limita cada transferencia a BENLIMITE; el cliente lo
      *    ve avisado al darlo de alta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARIOS ASSIGN TO "beneficiarios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

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

       DATA DIVISION.
       FILE SECTION.
       FD BENEFICIARIOS.
           COPY BENREG.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TARJREG.

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 FSB                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).

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

      *    La agenda se limita a lo que cabe en la lista de eleccion
      *    de BANK6, una tecla por beneficiario.
       77 MAX-BENEFICIARIOS         PIC    9(1) VALUE 9.
       77 NUM-BENEFICIARIOS         PIC    9(1).
       77 IDX                       PIC    9(2).
       77 LINEA-PANTALLA            PIC    9(2).

       01 TABLA-BENEFICIARIOS.
           05 TB-BENEFICIARIO OCCURS 9 TIMES.
               10 TB-ALIAS           PIC   X(15).
               10 TB-CUENTA          PIC   9(16).
               10 TB-NOMBRE          PIC   X(35).
               10 TB-FECHA-ALTA      PIC    9(8).

       01 LINEA-BENEFICIARIO.
           05 LB-NUMERO              PIC   9.
           05 FILLER                 PIC   X(3) VALUE " - ".
           05 LB-ALIAS               PIC   X(15).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LB-CUENTA              PIC   9(16).
           05 FILLER                 PIC   X VALUE SPACE.
           05 LB-NOMBRE              PIC   X(25).

       77 ELECCION                  PIC    9(1).
       77 NUM-ELEGIDO               PIC    9(1).

       77 ALIAS-NUEVO               PIC   X(15).
       77 CUENTA-NUEVA              PIC   9(16).
       77 NOMBRE-NUEVO              PIC   X(35).
       77 DNI-NUEVO                 PIC   X(9).

       77 BEN-DIAS-NUEVO            PIC    9(4) VALUE 7.
       77 BEN-LIMITE-CENT           PIC    9(9) VALUE 50000.
       77 BEN-LIMITE-ENT            PIC    9(7).

       77 BP-MODO                   PIC    X(1) VALUE "C".
       77 BP-PIN                    PIC    9(4) VALUE 0.
       77 BP-RESULTADO              PIC    9(1).
       77 BP-INTENTOS-RESTANTES     PIC    9(1).

       77 PA-MODO                   PIC    X(1).
       77 PA-CLAVE                  PIC   X(12).
       77 PA-FECHA                  PIC    9(8).
       77 PA-VALOR-ENT              PIC   S9(9).
       77 PA-VALOR-DEC              PIC    9(4).
       77 PA-RESULTADO              PIC    9(1).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK44".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       LINKAGE SECTION.
       77 TNUM                      PIC   9(16).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-ELECCION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 50 PIC 9(1) USING ELECCION.

       01 ENTRADA-NUMERO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 50 PIC 9(1) USING NUM-ELEGIDO.

       01 ENTRADA-ALTA.
           05 FILLER AUTO UNDERLINE
               LINE 10 COL 45 PIC X(15) USING ALIAS-NUEVO.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 12 COL 45 PIC 9(16) USING CUENTA-NUEVA.
           05 FILLER AUTO UNDERLINE
               LINE 14 COL 45 PIC X(35) USING NOMBRE-NUEVO.

       PROCEDURE DIVISION USING TNUM.
       VERIFICAR-TARJETA.
           CALL "BANKPIN" USING BP-MODO, TNUM, BP-PIN, BP-RESULTADO,
               BP-INTENTOS-RESTANTES.
           IF BP-RESULTADO = 3
               MOVE "VERIFICAR-TARJETA" TO LOG-PARRAFO
               MOVE "BANKPIN"           TO LOG-FICHERO
               MOVE "99"                TO LOG-STATUS
               GO TO PSYS-ERR.
           IF BP-RESULTADO = 2
               GO TO TARJETA-BLOQUEADA.

       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

      *    Periodo de beneficiario reciente y su limite por
      *    transferencia, los mismos que aplica BANK6.
           MOVE "L" TO PA-MODO.
           MOVE "BENDIAS" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-ENT TO BEN-DIAS-NUEVO.

           MOVE "BENLIMITE" TO PA-CLAVE.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-ENT TO BEN-LIMITE-CENT.

       CARGAR-BENEFICIARIOS.
           MOVE 0 TO NUM-BENEFICIARIOS.

           OPEN INPUT BENEFICIARIOS.
           IF FSB = 35
               GO TO MENU-BENEFICIARIOS.
           IF FSB <> 00
               MOVE "CARGAR-BENEFICIARIOS" TO LOG-PARRAFO
               MOVE "BENEFICIARIOS"        TO LOG-FICHERO
               MOVE FSB                    TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM TO BEN-TARJETA.
           MOVE LOW-VALUES TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY
                   CLOSE BENEFICIARIOS
                   GO TO MENU-BENEFICIARIOS.

       CARGAR-BENEFICIARIOS-READ.
           READ BENEFICIARIOS NEXT RECORD AT END
               CLOSE BENEFICIARIOS
               GO TO MENU-BENEFICIARIOS.

           IF BEN-TARJETA <> TNUM
               OR NUM-BENEFICIARIOS = MAX-BENEFICIARIOS
                   CLOSE BENEFICIARIOS
                   GO TO MENU-BENEFICIARIOS.

           ADD 1 TO NUM-BENEFICIARIOS.
           MOVE NUM-BENEFICIARIOS TO IDX.
           MOVE BEN-ALIAS      TO TB-ALIAS(IDX).
           MOVE BEN-CUENTA     TO TB-CUENTA(IDX).
           MOVE BEN-NOMBRE     TO TB-NOMBRE(IDX).
           MOVE BEN-FECHA-ALTA TO TB-FECHA-ALTA(IDX).

           GO TO CARGAR-BENEFICIARIOS-READ.

       MENU-BENEFICIARIOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA-FIN.

           IF NUM-BENEFICIARIOS = 0
               DISPLAY "No tiene beneficiarios guardados"
                   LINE 8 COL 19
           ELSE
               PERFORM MOSTRAR-LINEA THRU MOSTRAR-LINEA-FIN
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > NUM-BENEFICIARIOS.

           DISPLAY "1 - Anadir beneficiario" LINE 18 COL 19.
           DISPLAY "2 - Borrar beneficiario" LINE 19 COL 19.
           DISPLAY "Elija una opcion:" LINE 21 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

       MENU-BENEFICIARIOS-TECLA.
           INITIALIZE ELECCION.

           ACCEPT ENTRADA-ELECCION ON EXCEPTION
           IF ESC-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO MENU-BENEFICIARIOS-TECLA.

           IF ELECCION = 1
               GO TO ALTA-BENEFICIARIO.
           IF ELECCION = 2 AND NUM-BENEFICIARIOS > 0
               GO TO BAJA-BENEFICIARIO.

           GO TO MENU-BENEFICIARIOS-TECLA.

       MOSTRAR-LINEA.
           MOVE IDX               TO LB-NUMERO.
           MOVE TB-ALIAS(IDX)     TO LB-ALIAS.
           MOVE TB-CUENTA(IDX)    TO LB-CUENTA.
           MOVE TB-NOMBRE(IDX)    TO LB-NOMBRE.

           COMPUTE LINEA-PANTALLA = 6 + IDX.
           DISPLAY LINEA-BENEFICIARIO LINE LINEA-PANTALLA COL 6.

       MOSTRAR-LINEA-FIN.
           CONTINUE.

       ALTA-BENEFICIARIO.
           IF NUM-BENEFICIARIOS NOT < MAX-BENEFICIARIOS
               DISPLAY "La agenda esta completa, borre uno antes"
                   LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO MENU-BENEFICIARIOS-TECLA.

           INITIALIZE ALIAS-NUEVO.
           INITIALIZE CUENTA-NUEVA.
           INITIALIZE NOMBRE-NUEVO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA-FIN.
           DISPLAY "Alias del beneficiario:" LINE 10 COL 19.
           DISPLAY "Cuenta destino:" LINE 12 COL 19.
           DISPLAY "Nombre del titular:" LINE 14 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       ALTA-BENEFICIARIO-ENTRADA.
           ACCEPT ENTRADA-ALTA ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-BENEFICIARIOS
           ELSE
               GO TO ALTA-BENEFICIARIO-ENTRADA.

           IF ALIAS-NUEVO = SPACES
               DISPLAY "Indique un alias!!" LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-BENEFICIARIO-ENTRADA.

           IF CUENTA-NUEVA = 0 OR CUENTA-NUEVA = TNUM
               DISPLAY "Indique una cuenta destino valida!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-BENEFICIARIO-ENTRADA.

           PERFORM VERIFICAR-CUENTA THRU VERIFICAR-CUENTA-FIN.
           IF TARJ-CERRADA AND TNUM-E = CUENTA-NUEVA
               DISPLAY "La cuenta destino esta dada de baja!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-BENEFICIARIO-ENTRADA.

           IF NOMBRE-NUEVO = SPACES
               DISPLAY "Indique el nombre del titular!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO ALTA-BENEFICIARIO-ENTRADA.

           PERFORM BENEFICIARIOS-OPEN THRU BENEFICIARIOS-OPEN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE TNUM         TO BEN-TARJETA.
           MOVE ALIAS-NUEVO  TO BEN-ALIAS.
           MOVE CUENTA-NUEVA TO BEN-CUENTA.
           MOVE NOMBRE-NUEVO TO BEN-NOMBRE.
           COMPUTE BEN-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           WRITE BENEFICIARIO-REG
               INVALID KEY
                   CLOSE BENEFICIARIOS
                   DISPLAY "Ya tiene un beneficiario con ese alias!!"
                       LINE 20 COL 19
                       WITH BACKGROUND-COLOR RED
                   GO TO ALTA-BENEFICIARIO-ENTRADA
           END-WRITE.

           CLOSE BENEFICIARIOS.

       ALTA-BENEFICIARIO-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA-FIN.
           DISPLAY "Beneficiario guardado" LINE 10 COL 19.
           DISPLAY NOMBRE-NUEVO LINE 11 COL 19.

           IF BEN-DIAS-NUEVO > 0
               DIVIDE BEN-LIMITE-CENT BY 100 GIVING BEN-LIMITE-ENT
               DISPLAY "Durante los primeros" LINE 13 COL 19
               DISPLAY BEN-DIAS-NUEVO LINE 13 COL 40
               DISPLAY "dias cada transferencia a este" LINE 13 COL 45
               DISPLAY "beneficiario tendra un limite de"
                   LINE 14 COL 19
               DISPLAY BEN-LIMITE-ENT LINE 14 COL 52
               DISPLAY "EUR" LINE 14 COL 60.

           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       ALTA-BENEFICIARIO-TECLA.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               GO TO CARGAR-BENEFICIARIOS
           ELSE
               GO TO ALTA-BENEFICIARIO-TECLA.

      *    Cuenta de UnizarBank: el nombre del beneficiario sale del
      *    titular de la tarjeta, como en BUSCAR-TITULAR-DESTINO de
      *    BANK6. Una cuenta que no es nuestra se guarda con el
      *    nombre tecleado.
       VERIFICAR-CUENTA.
           MOVE 0 TO TNUM-E.
           MOVE SPACES TO DNI-NUEVO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO VERIFICAR-CUENTA-FIN.

           MOVE CUENTA-NUEVA TO TNUM-E.
           READ TARJETAS
               INVALID KEY
                   MOVE 0 TO TNUM-E
               NOT INVALID KEY
                   MOVE TDNI-E TO DNI-NUEVO
           END-READ.
           CLOSE TARJETAS.

           IF DNI-NUEVO = SPACES OR TARJ-CERRADA
               GO TO VERIFICAR-CUENTA-FIN.

           OPEN INPUT CLIENTES.
           IF FSL <> 00
               GO TO VERIFICAR-CUENTA-FIN.

           MOVE DNI-NUEVO TO CLI-DNI.
           READ CLIENTES
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO NOMBRE-NUEVO
           END-READ.
           CLOSE CLIENTES.

       VERIFICAR-CUENTA-FIN.
           CONTINUE.

       BAJA-BENEFICIARIO.
           INITIALIZE NUM-ELEGIDO.

           DISPLAY "Numero a borrar:" LINE 21 COL 19.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       BAJA-BENEFICIARIO-ENTRADA.
           ACCEPT ENTRADA-NUMERO ON EXCEPTION
           IF ESC-PRESSED
               GO TO MENU-BENEFICIARIOS
           ELSE
               GO TO BAJA-BENEFICIARIO-ENTRADA.

           IF NUM-ELEGIDO < 1 OR NUM-ELEGIDO > NUM-BENEFICIARIOS
               GO TO BAJA-BENEFICIARIO-ENTRADA.

           PERFORM BENEFICIARIOS-OPEN THRU BENEFICIARIOS-OPEN.

           MOVE TNUM TO BEN-TARJETA.
           MOVE TB-ALIAS(NUM-ELEGIDO) TO BEN-ALIAS.
           DELETE BENEFICIARIOS RECORD
               INVALID KEY
                   MOVE "BAJA-BENEFICIARIO" TO LOG-PARRAFO
                   MOVE "BENEFICIARIOS"     TO LOG-FICHERO
                   MOVE FSB                 TO LOG-STATUS
                   GO TO PSYS-ERR
           END-DELETE.

           CLOSE BENEFICIARIOS.

           GO TO CARGAR-BENEFICIARIOS.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 1.
           DISPLAY "Agenda de beneficiarios" LINE 4 COL 28.

       IMPRIMIR-CABECERA-FIN.
           CONTINUE.

       BENEFICIARIOS-OPEN.
           OPEN I-O BENEFICIARIOS.
           IF FSB = 35
               OPEN OUTPUT BENEFICIARIOS
               CLOSE BENEFICIARIOS
               GO TO BENEFICIARIOS-OPEN
           ELSE
               IF FSB <> 00
                   MOVE "BENEFICIARIOS-OPEN" TO LOG-PARRAFO
                   MOVE "BENEFICIARIOS"      TO LOG-FICHERO
                   MOVE FSB                  TO LOG-STATUS
                   GO TO PSYS-ERR.

       PSYS-ERR.
           CLOSE BENEFICIARIOS.

           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 1.
           DISPLAY "Ha ocurrido un error interno" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

           GO TO EXIT-ENTER.

       TARJETA-BLOQUEADA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 1.
           DISPLAY "Esta tarjeta esta bloqueada" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Acuda a una sucursal" LINE 11 COL 29
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

       END PROGRAM BANK44.
