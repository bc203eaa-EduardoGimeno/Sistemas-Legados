      *    meten en los casetes dispensadores, acumulandolos en
      *    casetes.ubd a traves de BANKCAS (modo "R"), que es el mismo
      *    inventario contra el que BANK7 calcula cada reintegro.
      *    Desde el mismo menu se anota el recuento fisico (arqueo)
      *    de los billetes que hay de verdad en los casetes. Recuento
      *    a ciegas: la pantalla no ensena lo que deberia haber.
      *    Reposiciones y recuentos quedan en el diario electronico
      *    del cajero (BANKDIA) con el operador firmado y la fecha
      *    de negocio, y BANK52 cuadra con ellos el efectivo del dia.
      *    Tambien quedan en la pista de auditoria (BANKAUD): la
      *    carga con las existencias de los casetes antes y despues,
      *    y el recuento con las existencias teoricas y lo contado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CARGA20                   PIC   9(7).
       77 CARGA50                   PIC   9(7).

       77 RECUENTO10                PIC   9(7).
       77 RECUENTO20                PIC   9(7).
       77 RECUENTO50                PIC   9(7).

       77 ELECCION-MENU             PIC   9(1).

      *    Billetes por casete para las imagenes de auditoria.
       01 EXISTENCIAS-ANTES.
           05 EXA-CANT10            PIC   9(7).
           05 EXA-CANT20            PIC   9(7).
           05 EXA-CANT50            PIC   9(7).
       01 EXISTENCIAS-DESPUES.
           05 EXD-CANT10            PIC   9(7).
           05 EXD-CANT20            PIC   9(7).
           05 EXD-CANT50            PIC   9(7).

       77 BC-MODO                   PIC   X(1).
       77 BC-IMPORTE                PIC   9(7).
       77 BC-CANT10                 PIC   9(7).
       77 BC-CANT50                 PIC   9(7).
       77 BC-RESULTADO              PIC   9(1).

       77 DI-TIPO                   PIC   X(1).
       77 DI-FECHA                  PIC   9(8).
       77 DI-TARJETA                PIC   9(16).
       77 DI-OPERADOR               PIC   X(8).
       77 DI-MOV-NUM                PIC   9(35).
       77 DI-IMPORTE                PIC   9(7).
       77 DI-CANT10                 PIC   9(7).
       77 DI-CANT20                 PIC   9(7).
       77 DI-CANT50                 PIC   9(7).
       77 DI-RESULTADO              PIC   9(1).

       77 ES-MODO                   PIC   X(1).
       77 ES-PROCESO                PIC   X(8) VALUE "BANK11".
       01 ES-FECHA.
           05 ES-ANO                PIC   9(4).
           05 ES-MES                PIC   9(2).
           05 ES-DIA                PIC   9(2).
       77 ES-SITUACION              PIC   X(1).
       77 ES-RESULTADO              PIC   9(1).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK11".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK11".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 9(7) USING CARGA50.

       01 ENTRADA-RECUENTO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(7) USING RECUENTO10.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 50 PIC 9(7) USING RECUENTO20.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 9(7) USING RECUENTO50.

       01 ENTRADA-ELECCION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(1) USING ELECCION-MENU.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       MENU-CAJERO.
           INITIALIZE ELECCION-MENU.

           DISPLAY "1 - Reposicion de casetes" LINE 9 COL 19.
           DISPLAY "2 - Recuento fisico de casetes" LINE 10 COL 19.
           DISPLAY "Elija una opcion:" LINE 14 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-ELECCION ON EXCEPTION
           IF ESC-PRESSED
               GO TO EXIT-ENTER-SALIR
           ELSE
               GO TO MENU-CAJERO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ELECCION-MENU = 1
               GO TO PANTALLA-REPOSICION.
           IF ELECCION-MENU = 2
               GO TO PANTALLA-RECUENTO.

           GO TO MENU-CAJERO.

       PANTALLA-REPOSICION.
           INITIALIZE CARGA10.
           INITIALIZE CARGA20.

           ACCEPT ENTRADA-CARGA ON EXCEPTION
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CAJERO
           ELSE
               GO TO PANTALLA-REPOSICION.

       CARGAR-CASETES.
           PERFORM LEER-EXISTENCIAS THRU LEER-EXISTENCIAS-FIN.
           IF BC-RESULTADO <> 0
               MOVE "CARGAR-CASETES" TO LOG-PARRAFO
               MOVE "CASETES"        TO LOG-FICHERO
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "R" TO BC-MODO.
           MOVE 0 TO BC-IMPORTE.
           MOVE CARGA10 TO BC-CANT10.
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.

      *    La carga ya esta en el inventario: si el diario no se puede
      *    grabar no se deshace, pero el fallo queda en errores.txt
      *    para explicar el descuadre.
           IF CARGA10 = 0 AND CARGA20 = 0 AND CARGA50 = 0
               GO TO EXITO-REPOSICION.

           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           MOVE "R" TO DI-TIPO.
           MOVE CARGA10 TO DI-CANT10.
           MOVE CARGA20 TO DI-CANT20.
           MOVE CARGA50 TO DI-CANT50.
           PERFORM ANOTAR-DIARIO THRU ANOTAR-DIARIO-FIN.
           IF DI-RESULTADO <> 0
               MOVE "CARGAR-CASETES" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"   TO LOG-FICHERO
               MOVE "99"             TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS.

      *    Pista de auditoria (BANKAUD): la carga se suma tal cual a
      *    las existencias que habia.
           COMPUTE EXD-CANT10 = EXA-CANT10 + CARGA10.
           COMPUTE EXD-CANT20 = EXA-CANT20 + CARGA20.
           COMPUTE EXD-CANT50 = EXA-CANT50 + CARGA50.
           MOVE "CARGA" TO AU-ACCION.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-FIN.

       EXITO-REPOSICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Los billetes han sido cargados correctamente"
               LINE 12 COL 19.
           DISPLAY "Enter - Nueva reposicion" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT PRESSED-KEY.
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CAJERO.
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-REPOSICION.

           GO TO EXITO-REPOSICION.

      *    Recuento fisico: lo que el operador cuenta en cada casete.
      *    El cuadre de BANK52 lo compara con las existencias teoricas
      *    a la hora del recuento; si se cuenta mas de una vez en el
      *    dia, cada recuento se compara por separado.
       PANTALLA-RECUENTO.
           INITIALIZE RECUENTO10.
           INITIALIZE RECUENTO20.
           INITIALIZE RECUENTO50.

           DISPLAY "Billetes contados en los casetes:" LINE 13 COL 19.
           DISPLAY "Numero de billetes de 10:" LINE 14 COL 21.
           DISPLAY "Numero de billetes de 20:" LINE 15 COL 21.
           DISPLAY "Numero de billetes de 50:" LINE 16 COL 21.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-RECUENTO ON EXCEPTION
           IF ESC-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CAJERO
           ELSE
               GO TO PANTALLA-RECUENTO.

      *    Sin el recuento anotado no hay cuadre posible: aqui un
      *    fallo del diario si es un error.
       ANOTAR-RECUENTO.
           PERFORM LEER-EXISTENCIAS THRU LEER-EXISTENCIAS-FIN.
           IF BC-RESULTADO <> 0
               MOVE "ANOTAR-RECUENTO" TO LOG-PARRAFO
               MOVE "CASETES"         TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               GO TO PSYS-ERR.

           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           MOVE "A" TO DI-TIPO.
           MOVE RECUENTO10 TO DI-CANT10.
           MOVE RECUENTO20 TO DI-CANT20.
           MOVE RECUENTO50 TO DI-CANT50.
           PERFORM ANOTAR-DIARIO THRU ANOTAR-DIARIO-FIN.
           IF DI-RESULTADO <> 0
               MOVE "ANOTAR-RECUENTO" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"    TO LOG-FICHERO
               MOVE "99"              TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD): existencias teoricas contra
      *    lo contado.
           MOVE RECUENTO10 TO EXD-CANT10.
           MOVE RECUENTO20 TO EXD-CANT20.
           MOVE RECUENTO50 TO EXD-CANT50.
           MOVE "RECUENTO" TO AU-ACCION.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-FIN.

       EXITO-RECUENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Recuento fisico de casetes" LINE 10 COL 19.
           DISPLAY "El recuento ha quedado anotado para el cuadre"
               LINE 12 COL 19.
           DISPLAY "Enter - Volver" LINE 24 COL 2.

           ACCEPT PRESSED-KEY.
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CAJERO.

           GO TO EXITO-RECUENTO.

      *    Linea del diario del cajero con el operador firmado y la
      *    fecha de negocio; el importe son los billetes en EUR.
       ANOTAR-DIARIO.
           MOVE ES-FECHA TO DI-FECHA.
           MOVE 0 TO DI-TARJETA.
           MOVE SG-OPERADOR TO DI-OPERADOR.
           MOVE 0 TO DI-MOV-NUM.
           COMPUTE DI-IMPORTE = (DI-CANT10 * 10) + (DI-CANT20 * 20)
               + (DI-CANT50 * 50).
           CALL "BANKDIA" USING DI-TIPO, DI-FECHA, DI-TARJETA,
               DI-OPERADOR, DI-MOV-NUM, DI-IMPORTE, DI-CANT10,
               DI-CANT20, DI-CANT50, DI-RESULTADO.
       ANOTAR-DIARIO-FIN.
           CONTINUE.

      *    Existencias de los casetes segun el inventario (BANKCAS
      *    modo "L"); no se ensenan en pantalla.
       LEER-EXISTENCIAS.
           MOVE "L" TO BC-MODO.
           MOVE 0 TO BC-IMPORTE.
           CALL "BANKCAS" USING BC-MODO, BC-IMPORTE, BC-CANT10,
               BC-CANT20, BC-CANT50, BC-RESULTADO.
           MOVE BC-CANT10 TO EXA-CANT10.
           MOVE BC-CANT20 TO EXA-CANT20.
           MOVE BC-CANT50 TO EXA-CANT50.
       LEER-EXISTENCIAS-FIN.
           CONTINUE.

      *    Llega con AU-ACCION y las existencias rellenas; la clave es
      *    la fecha de negocio del apunte.
       ANOTAR-AUDITORIA.
           MOVE SPACES TO AU-CLAVE.
           STRING "CASETES " ES-FECHA DELIMITED BY SIZE
               INTO AU-CLAVE.
           MOVE EXISTENCIAS-ANTES TO AU-ANTES.
           MOVE EXISTENCIAS-DESPUES TO AU-DESPUES.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.
       ANOTAR-AUDITORIA-FIN.
           CONTINUE.

      *    Fecha de apunte (BANKEST): la fecha de negocio en linea o,
      *    pasada la hora de corte, el siguiente dia habil, la misma
      *    con la que BANK7 apunta los reintegros.
       CONSULTAR-ESTADO.
           MOVE "C" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               MOVE "CONSULTAR-ESTADO" TO LOG-PARRAFO
               MOVE "ESTADO"           TO LOG-FICHERO
               MOVE "99"               TO LOG-STATUS
               GO TO PSYS-ERR.
       CONSULTAR-ESTADO-FIN.
           CONTINUE.

       PSYS-ERR.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.
