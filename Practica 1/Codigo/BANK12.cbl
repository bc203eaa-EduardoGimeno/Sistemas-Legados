      *    los titulares de clientes.ubd (clave: DNI), que es a quien
      *    apuntan las tarjetas de tarjetas.ubd por su TDNI-E. El alta
      *    del titular debe hacerse aqui antes del alta de su tarjeta
      *    en BANK3. Altas y modificaciones quedan en la pista de
      *    auditoria (BANKAUD) con el registro antes y despues.
      *
      *    En el alta el DNI (8 cifras y letra) o NIE (X, Y o Z, 7
      *    cifras y letra) debe traer la letra de control correcta.
      *    Nombre, direccion, poblacion, telefono y caducidad del
      *    documento son obligatorios, y un documento caducado no se
      *    admite. Si otro DNI tiene ya el mismo nombre y telefono se
      *    avisa de posible duplicado; el operador puede guardar
      *    igualmente confirmando otra vez.
      *    Cada alta o modificacion se hace con el cliente delante y
      *    su documento a la vista, asi que anota hoy como fecha de
      *    ultima revision de sus datos. La consulta muestra si la
      *    identificacion esta al dia (BANKKYC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 POBLACION-CLIENTE         PIC   X(25).
       77 TELEFONO-CLIENTE          PIC    9(9).
       77 CLIENTE-NUEVO             PIC    X(1).
       77 CAD-DIA                   PIC    9(2).
       77 CAD-MES                   PIC    9(2).
       77 CAD-ANO                   PIC    9(4).
       77 FECHA-HOY-NUM             PIC    9(8).

       01 FECHA-CADUCIDAD.
           05 FCA-ANO               PIC    9(4).
           05 FCA-MES               PIC    9(2).
           05 FCA-DIA               PIC    9(2).
       01 FECHA-CADUCIDAD-NUM REDEFINES FECHA-CADUCIDAD
                                    PIC    9(8).

       01 FECHA-TEXTO.
           05 FTX-DIA               PIC    9(2).
           05 FILLER                PIC    X VALUE "-".
           05 FTX-MES               PIC    9(2).
           05 FILLER                PIC    X VALUE "-".
           05 FTX-ANO               PIC    9(4).

      *    Letra de control del DNI: la del resto de dividir el
      *    numero entre 23 (en el NIE, X, Y y Z valen 0, 1 y 2).
       77 LETRAS-DNI                PIC   X(23)
           VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01 DNI-CIFRAS                PIC    X(8).
       01 DNI-NUMERO REDEFINES DNI-CIFRAS
                                    PIC    9(8).
       77 DNI-COCIENTE              PIC    9(8).
       77 DNI-RESTO                 PIC    9(2).
       77 DNI-VALIDO                PIC    9(1).
           88 ES-DNI-VALIDO           VALUE 1.

       77 NOMBRE-BUSCADO            PIC   X(35).
       77 NOMBRE-LEIDO              PIC   X(35).
       77 DNI-DUPLICADO             PIC    X(9).
       77 DNI-AVISADO               PIC    X(9).
       77 MENSAJE-AVISO             PIC   X(60).

       77 KY-CADUCIDAD              PIC    9(8).
       77 KY-REVISION               PIC    9(8).
       77 KY-FECHA                  PIC    9(8).
       77 KY-LIMITE                 PIC    9(8).
       77 KY-RESULTADO              PIC    9(1).
           88 KY-AL-DIA               VALUE 0.
           88 KY-DOC-CADUCADO         VALUE 1.
           88 KY-REVISION-VENCIDA     VALUE 2.

       77 SG-NIVEL                  PIC    9(1).
       77 SG-OPERADOR               PIC    X(8).
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK12".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK12".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
               LINE 16 COL 50 PIC X(25) USING POBLACION-CLIENTE.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 18 COL 50 PIC 9(9) USING TELEFONO-CLIENTE.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 20 COL 50 PIC 9(2) USING CAD-DIA.
           05 FILLER LINE 20 COL 52 VALUE "-".
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 20 COL 53 PIC 9(2) USING CAD-MES.
           05 FILLER LINE 20 COL 55 VALUE "-".
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 20 COL 56 PIC 9(4) USING CAD-ANO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE DNI-CLIENTE.

       PEDIR-DNI-DATOS.
           DISPLAY "DNI del cliente:" LINE 10 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CLIENTES
           ELSE
               GO TO PEDIR-DNI-DATOS.

           IF DNI-CLIENTE = SPACES
               GO TO PEDIR-DNI-DATOS.

           INSPECT DNI-CLIENTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Los clientes ya dados de alta se buscan tal cual estan
      *    grabados; la letra solo se exige a los nuevos.
           IF ELECCION-MENU = 1
               PERFORM VALIDAR-DNI THRU VALIDAR-DNI-FIN
               IF NOT ES-DNI-VALIDO
                   DISPLAY "DNI o NIE no valido, revise la letra!!"
                       LINE 20 COL 19
                       WITH BACKGROUND-COLOR RED
                   GO TO PEDIR-DNI-DATOS
               END-IF
           END-IF.

       ABRIR-CLIENTES.
           OPEN I-O CLIENTES.
               GO TO CONSULTAR-CLIENTE.

       EDITAR-CLIENTE.
           MOVE SPACES TO DNI-AVISADO.
           IF CLIENTE-NUEVO = "S"
               INITIALIZE NOMBRE-CLIENTE
               INITIALIZE DIRECCION-CLIENTE
               INITIALIZE POBLACION-CLIENTE
               INITIALIZE TELEFONO-CLIENTE
               INITIALIZE FECHA-CADUCIDAD-NUM
           ELSE
               MOVE CLI-NOMBRE    TO NOMBRE-CLIENTE
               MOVE CLI-DIRECCION TO DIRECCION-CLIENTE
               MOVE CLI-POBLACION TO POBLACION-CLIENTE
               MOVE CLI-TELEFONO  TO TELEFONO-CLIENTE
               MOVE CLI-CADUCIDAD-DOC TO FECHA-CADUCIDAD-NUM.

           MOVE FCA-DIA TO CAD-DIA.
           MOVE FCA-MES TO CAD-MES.
           MOVE FCA-ANO TO CAD-ANO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       EDITAR-CLIENTE-DATOS.
           DISPLAY "DNI del cliente:" LINE 10 COL 19.
           DISPLAY DNI-CLIENTE LINE 10 COL 50.
           DISPLAY "Nombre y apellidos:" LINE 12 COL 19.
           DISPLAY "Direccion:" LINE 14 COL 19.
           DISPLAY "Poblacion:" LINE 16 COL 19.
           DISPLAY "Telefono:" LINE 18 COL 19.
           DISPLAY "Caducidad del documento:" LINE 20 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 66.
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MENU-CLIENTES
           ELSE
               GO TO EDITAR-CLIENTE-DATOS.

           IF NOMBRE-CLIENTE = SPACES
               MOVE "Indique el nombre del cliente!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           IF DIRECCION-CLIENTE = SPACES
               MOVE "Indique la direccion del cliente!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           IF POBLACION-CLIENTE = SPACES
               MOVE "Indique la poblacion del cliente!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           IF TELEFONO-CLIENTE < 100000000
               MOVE "Indique un telefono de 9 cifras!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           MOVE CAD-DIA TO FCA-DIA.
           MOVE CAD-MES TO FCA-MES.
           MOVE CAD-ANO TO FCA-ANO.
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-CADUCIDAD-NUM) <> 0
               MOVE "Indique la caducidad del documento!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           IF FECHA-CADUCIDAD-NUM < FECHA-HOY-NUM
               MOVE "El documento esta caducado!!"
                   TO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

      *    Posible duplicado: otro DNI con el mismo nombre y telefono.
      *    Se avisa una vez; si el operador confirma de nuevo con el
      *    mismo duplicado a la vista, se guarda.
           PERFORM BUSCAR-DUPLICADO THRU BUSCAR-DUPLICADO-FIN.
           IF DNI-DUPLICADO <> SPACES AND DNI-DUPLICADO <> DNI-AVISADO
               MOVE DNI-DUPLICADO TO DNI-AVISADO
               MOVE SPACES TO MENSAJE-AVISO
               STRING "Posible duplicado del DNI " DNI-DUPLICADO
                   " - Enter guarda igualmente"
                   DELIMITED BY SIZE INTO MENSAJE-AVISO
               DISPLAY MENSAJE-AVISO LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-CLIENTE-DATOS.

           IF CLIENTE-NUEVO = "S"
               MOVE "ALTA"        TO AU-ACCION
               MOVE SPACES        TO AU-ANTES
           ELSE
               MOVE "MODIFICACION" TO AU-ACCION
               MOVE CLIENTE-REG   TO AU-ANTES.

           MOVE DNI-CLIENTE       TO CLI-DNI.
           MOVE NOMBRE-CLIENTE    TO CLI-NOMBRE.
           MOVE DIRECCION-CLIENTE TO CLI-DIRECCION.
           MOVE POBLACION-CLIENTE TO CLI-POBLACION.
           MOVE TELEFONO-CLIENTE  TO CLI-TELEFONO.
           MOVE FECHA-CADUCIDAD-NUM TO CLI-CADUCIDAD-DOC.
           MOVE FECHA-HOY-NUM     TO CLI-FECHA-REVISION.

           IF CLIENTE-NUEVO = "S"
               WRITE CLIENTE-REG INVALID KEY
                   MOVE FSL              TO LOG-STATUS
                   GO TO PSYS-ERR.

           MOVE DNI-CLIENTE TO AU-CLAVE.
           MOVE CLIENTE-REG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           CLOSE CLIENTES.

       EXITO-CLIENTE.
           DISPLAY CLI-POBLACION LINE 16 COL 50.
           DISPLAY "Telefono:" LINE 18 COL 19.
           DISPLAY CLI-TELEFONO LINE 18 COL 50.
           DISPLAY "Caducidad del documento:" LINE 19 COL 19.
           MOVE CLI-CADUCIDAD-DOC(7:2) TO FTX-DIA.
           MOVE CLI-CADUCIDAD-DOC(5:2) TO FTX-MES.
           MOVE CLI-CADUCIDAD-DOC(1:4) TO FTX-ANO.
           DISPLAY FECHA-TEXTO LINE 19 COL 50.
           DISPLAY "Ultima revision de datos:" LINE 20 COL 19.
           MOVE CLI-FECHA-REVISION(7:2) TO FTX-DIA.
           MOVE CLI-FECHA-REVISION(5:2) TO FTX-MES.
           MOVE CLI-FECHA-REVISION(1:4) TO FTX-ANO.
           DISPLAY FECHA-TEXTO LINE 20 COL 50.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE KY-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CLI-CADUCIDAD-DOC TO KY-CADUCIDAD.
           MOVE CLI-FECHA-REVISION TO KY-REVISION.
           CALL "BANKKYC" USING KY-CADUCIDAD, KY-REVISION, KY-FECHA,
               KY-LIMITE, KY-RESULTADO.
           IF KY-AL-DIA
               DISPLAY "Identificacion al dia" LINE 22 COL 19.
           IF KY-DOC-CADUCADO
               DISPLAY "Documento caducado: actualice la ficha"
                   LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED.
           IF KY-REVISION-VENCIDA
               DISPLAY "Revision de datos vencida: actualice la ficha"
                   LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED.

           DISPLAY "Enter - Volver al menu" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           GO TO CONSULTAR-CLIENTE-TECLA.

      *    DNI: 8 cifras y letra. NIE: X, Y o Z, 7 cifras y letra.
       VALIDAR-DNI.
           MOVE 0 TO DNI-VALIDO.

           IF DNI-CLIENTE(1:1) = "X"
               STRING "0" DNI-CLIENTE(2:7) DELIMITED BY SIZE
                   INTO DNI-CIFRAS
           ELSE
               IF DNI-CLIENTE(1:1) = "Y"
                   STRING "1" DNI-CLIENTE(2:7) DELIMITED BY SIZE
                       INTO DNI-CIFRAS
               ELSE
                   IF DNI-CLIENTE(1:1) = "Z"
                       STRING "2" DNI-CLIENTE(2:7) DELIMITED BY SIZE
                           INTO DNI-CIFRAS
                   ELSE
                       MOVE DNI-CLIENTE(1:8) TO DNI-CIFRAS.

           IF DNI-CIFRAS NOT NUMERIC
               GO TO VALIDAR-DNI-FIN.

           DIVIDE DNI-NUMERO BY 23 GIVING DNI-COCIENTE
               REMAINDER DNI-RESTO.
           ADD 1 TO DNI-RESTO.
           IF DNI-CLIENTE(9:1) = LETRAS-DNI(DNI-RESTO:1)
               MOVE 1 TO DNI-VALIDO.

       VALIDAR-DNI-FIN.
           CONTINUE.

      *    Recorre el maestro buscando otro DNI con el mismo nombre
      *    (sin distinguir mayusculas) y telefono. El recorrido pisa
      *    el registro leido, asi que en una modificacion se vuelve a
      *    leer el del cliente para la imagen de auditoria.
       BUSCAR-DUPLICADO.
           MOVE SPACES TO DNI-DUPLICADO.
           MOVE NOMBRE-CLIENTE TO NOMBRE-BUSCADO.
           INSPECT NOMBRE-BUSCADO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE LOW-VALUES TO CLI-DNI.
           START CLIENTES KEY IS NOT LESS THAN CLI-DNI
               INVALID KEY GO TO BUSCAR-DUPLICADO-RELEER.

       BUSCAR-DUPLICADO-READ.
           READ CLIENTES NEXT RECORD AT END
               GO TO BUSCAR-DUPLICADO-RELEER.

           IF CLI-DNI = DNI-CLIENTE
               OR CLI-TELEFONO <> TELEFONO-CLIENTE
                   GO TO BUSCAR-DUPLICADO-READ.

           MOVE CLI-NOMBRE TO NOMBRE-LEIDO.
           INSPECT NOMBRE-LEIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOMBRE-LEIDO <> NOMBRE-BUSCADO
               GO TO BUSCAR-DUPLICADO-READ.

           MOVE CLI-DNI TO DNI-DUPLICADO.

       BUSCAR-DUPLICADO-RELEER.
           IF CLIENTE-NUEVO = "N"
               MOVE DNI-CLIENTE TO CLI-DNI
               READ CLIENTES INVALID KEY
                   MOVE "BUSCAR-DUPLICADO" TO LOG-PARRAFO
                   MOVE "CLIENTES"         TO LOG-FICHERO
                   MOVE FSL                TO LOG-STATUS
                   GO TO PSYS-ERR.

       BUSCAR-DUPLICADO-FIN.
           CONTINUE.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION,
      *    AU-CLAVE y las imagenes AU-ANTES/AU-DESPUES rellenas.
       AUDITAR-CAMBIO.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE CLIENTES.

