      *    da de alta TARJETAREG e INTENTOSREG (sembrado a 3 intentos)
      *    en un solo paso, para que una tarjeta nueva no quede a medio
      *    aprovisionar como ocurre hoy si solo se crea una de las dos.
      *    El alta queda en la pista de auditoria (BANKAUD), sin el
      *    PIN inicial.
      *    No se da tarjeta a un titular cuya identificacion no esta
      *    al dia (documento caducado o revision de datos vencida,
      *    segun BANKKYC): antes hay que actualizarla en BANK12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 DESCUB-ALTA               PIC    9(7).

       77 MAX-INTENTOS              PIC    9(1) VALUE 3.
       77 FECHA-HOY-NUM             PIC    9(8).

       77 KY-CADUCIDAD              PIC    9(8).
       77 KY-REVISION               PIC    9(8).
       77 KY-FECHA                  PIC    9(8).
       77 KY-LIMITE                 PIC    9(8).
       77 KY-RESULTADO              PIC    9(1).
           88 KY-AL-DIA               VALUE 0.
           88 KY-DOC-CADUCADO         VALUE 1.

       77 BH-MODO                   PIC    X(1).
       77 BH-TNUM                   PIC   9(16).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK3".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK3".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).

           CLOSE CLIENTES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CLI-CADUCIDAD-DOC TO KY-CADUCIDAD.
           MOVE CLI-FECHA-REVISION TO KY-REVISION.
           MOVE FECHA-HOY-NUM TO KY-FECHA.
           CALL "BANKKYC" USING KY-CADUCIDAD, KY-REVISION, KY-FECHA,
               KY-LIMITE, KY-RESULTADO.
           IF NOT KY-AL-DIA
               GO TO TITULAR-NO-AL-DIA-ERR.

      *    El producto de la tarjeta debe existir en el catalogo
      *    (BANK26); en blanco, la tarjeta queda con las condiciones
      *    generales de parametros.ubd, como hasta ahora. Del
               MOVE "TARJETAS"         TO LOG-FICHERO
               MOVE FST                TO LOG-STATUS
               GO TO PSYS-ERR.

      *    Pista de auditoria (BANKAUD), sin el PIN inicial.
           MOVE "ALTA" TO AU-ACCION.
           MOVE TNUM-NUEVA TO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE TARJETAREG TO AU-DESPUES.
           MOVE "****" TO AU-DESPUES(17:4).
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.
           CLOSE TARJETAS.

       ABRIR-INTENTOS.
           ELSE
               GO TO TITULAR-NO-EXISTE-ENTER.

       TITULAR-NO-AL-DIA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF KY-DOC-CADUCADO
               DISPLAY "El documento del titular ha caducado"
                   LINE 09 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "La revision de datos del titular ha vencido"
                   LINE 09 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED.
           DISPLAY "Actualice antes su ficha de cliente" LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 2.

       TITULAR-NO-AL-DIA-ENTER.
           ACCEPT PRESSED-KEY
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PANTALLA-ALTA
           ELSE
               GO TO TITULAR-NO-AL-DIA-ENTER.

       PRODUCTO-NO-EXISTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese producto no existe" LINE 09 COL 25
