      *    cada uno con sus condiciones propias: limite diario de
      *    transferencias (centimos), tasas mensuales acreedora y
      *    deudora (cuatro decimales, como en parametros.ubd), linea
      *    de descubierto por defecto (EUR), denominaciones de
      *    billete admitidas (1 = admitido) y tasa mensual de los
      *    prestamos de refinanciacion (BANK47). BANK3 pide el producto
      *    en el alta de la tarjeta y BANK5, BANK6, BANK7 y BANK10
      *    resuelven las condiciones producto primero, con los
      *    valores de parametros.ubd como respaldo para las tarjetas
      *    sin producto. Altas y modificaciones quedan en la pista
      *    de auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 BILLETE10-PRODUCTO        PIC    9(1).
       77 BILLETE20-PRODUCTO        PIC    9(1).
       77 BILLETE50-PRODUCTO        PIC    9(1).
       77 TASA-PRES-PRODUCTO        PIC    9(4).
       77 PRODUCTO-NUEVO            PIC    X(1).

       77 SG-NIVEL                  PIC    9(1).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK26".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK26".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               LINE 17 COL 55 PIC 9(1) USING BILLETE20-PRODUCTO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 55 PIC 9(1) USING BILLETE50-PRODUCTO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 19 COL 55 PIC 9(4) USING TASA-PRES-PRODUCTO.

       PROCEDURE DIVISION.
       INICIO.
               MOVE 1 TO BILLETE10-PRODUCTO
               MOVE 1 TO BILLETE20-PRODUCTO
               MOVE 1 TO BILLETE50-PRODUCTO
               INITIALIZE TASA-PRES-PRODUCTO
           ELSE
               MOVE PRO-DESCRIPCION  TO DESCRIPCION-PRODUCTO
               MOVE PRO-LIMITE-TRF   TO LIMITE-TRF-PRODUCTO
               MOVE PRO-DESCUB-DEF   TO DESCUB-PRODUCTO
               MOVE PRO-BILLETE10    TO BILLETE10-PRODUCTO
               MOVE PRO-BILLETE20    TO BILLETE20-PRODUCTO
               MOVE PRO-BILLETE50    TO BILLETE50-PRODUCTO
               MOVE PRO-TASA-PRESTAMO TO TASA-PRES-PRODUCTO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Codigo del producto:" LINE 10 COL 19.
           DISPLAY "Admite billetes de 10 (1/0):" LINE 16 COL 19.
           DISPLAY "Admite billetes de 20 (1/0):" LINE 17 COL 19.
           DISPLAY "Admite billetes de 50 (1/0):" LINE 18 COL 19.
           DISPLAY "Tasa de prestamo (4 decimales):" LINE 19 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.
                       WITH BACKGROUND-COLOR RED
                   GO TO EDITAR-PRODUCTO.

      *    Imagen anterior para la pista de auditoria.
           IF PRODUCTO-NUEVO = "S"
               MOVE "ALTA" TO AU-ACCION
               MOVE SPACES TO AU-ANTES
           ELSE
               MOVE "MODIFICACION" TO AU-ACCION
               MOVE PRODUCTO-REG TO AU-ANTES.

           MOVE CODIGO-PRODUCTO      TO PRO-CODIGO.
           MOVE DESCRIPCION-PRODUCTO TO PRO-DESCRIPCION.
           MOVE LIMITE-TRF-PRODUCTO  TO PRO-LIMITE-TRF.
           MOVE BILLETE10-PRODUCTO   TO PRO-BILLETE10.
           MOVE BILLETE20-PRODUCTO   TO PRO-BILLETE20.
           MOVE BILLETE50-PRODUCTO   TO PRO-BILLETE50.
           MOVE TASA-PRES-PRODUCTO   TO PRO-TASA-PRESTAMO.

           IF PRODUCTO-NUEVO = "S"
               WRITE PRODUCTO-REG INVALID KEY
                   MOVE FSP               TO LOG-STATUS
                   GO TO PSYS-ERR.

           MOVE PRO-CODIGO TO AU-CLAVE.
           MOVE PRODUCTO-REG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           CLOSE PRODUCTOS.

       EXITO-PRODUCTO.
           DISPLAY PRO-BILLETE10 LINE 16 COL 55.
           DISPLAY PRO-BILLETE20 LINE 16 COL 57.
           DISPLAY PRO-BILLETE50 LINE 16 COL 59.
           DISPLAY "Tasa de prestamo:" LINE 17 COL 19.
           DISPLAY PRO-TASA-PRESTAMO LINE 17 COL 55.

           DISPLAY "Enter - Volver al menu" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           GO TO CONSULTAR-PRODUCTO-TECLA.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION,
      *    AU-CLAVE y las imagenes AU-ANTES/AU-DESPUES rellenas.
       AUDITAR-CAMBIO.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE PRODUCTOS.

