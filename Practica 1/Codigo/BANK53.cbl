       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK53.

      *    Copia de seguridad de los ficheros indexados. BANK18 la
      *    lanza una vez por pasada, con el servicio en linea ya
      *    cerrado y antes de la cadena de batches, asi que el juego
      *    de copias es coherente: todo refleja el mismo instante.
      *    Descarga tarjetas, saldos, movimientos, clientes,
      *    parametros, productos, aprobaciones, extractos,
      *    controlbatch, titulares, beneficiarios, reposiciones,
      *    prestamos, depositos, intercambios, estado, fiscal y
      *    movarchivo a copias secuenciales con fecha en el nombre
      *    (p.ej. saldos.20240131.cop; una segunda pasada el mismo
      *    dia las regraba) y anota en catalogocopias.txt (CATREG)
      *    el numero de registros y un total de control de cada una.
      *    BANK54 restaura un juego comprobando esas cifras.
      *
      *    Total de control de cada fichero (el mismo en BANK54):
      *      tarjetas     - ultimos 8 digitos del numero de tarjeta
      *      saldos       - saldo contable en centimos
      *      movimientos  - importe en centimos (la parte decimal
      *                     con el signo de la entera)
      *      clientes     - telefono
      *      parametros   - valor entero
      *      productos    - limite de transferencia
      *      aprobaciones - numero de aprobacion
      *      extractos    - saldo del ultimo extracto en centimos
      *      controlbatch - ultima fecha liquidada
      *      titulares    - porcentaje en centesimas
      *      beneficiarios - ultimos 8 digitos de la cuenta
      *      reposiciones - ultimos 8 digitos de la tarjeta nueva
      *      prestamos    - capital pendiente en las cabeceras e
      *                     importe de la cuota en las lineas
      *      depositos    - capital en centimos
      *      intercambios - total de importes en centimos
      *      estado       - fecha de negocio
      *      fiscal       - intereses del ano en centimos
      *      movarchivo   - importe en centimos, como movimientos
      *
      *    Un fichero que todavia no existe se copia vacio. Si falla
      *    cualquier copia no se anota nada en el catalogo y el juego
      *    de esa pasada no es restaurable; la cadena sigue igual.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO "tarjetas.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO "saldos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT CLIENTES ASSIGN TO "clientes.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT PARAMETROS ASSIGN TO "parametros.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSP.

           SELECT PRODUCTOS ASSIGN TO "productos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CODIGO
           FILE STATUS IS FSD.

           SELECT F-APROBACIONES ASSIGN TO "aprobaciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-NUM
           FILE STATUS IS FSQ.

           SELECT F-EXTRACTOS ASSIGN TO "extractos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-TARJETA
           FILE STATUS IS FSE.

           SELECT CONTROLBATCH ASSIGN TO "controlbatch.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-BATCH
           FILE STATUS IS FSC.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT BENEFICIARIOS ASSIGN TO "beneficiarios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT REPOSICIONES ASSIGN TO "reposiciones.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REP-TARJETA-ANT
           FILE STATUS IS FSR.

           SELECT PRESTAMOS ASSIGN TO "prestamos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FSN.

           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSO.

           SELECT INTERCAMBIOS ASSIGN TO "intercambios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICB-CLAVE
           FILE STATUS IS FSI.

           SELECT ESTADO ASSIGN TO "estado.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CLAVE
           FILE STATUS IS FSU.

           SELECT F-FISCAL ASSIGN TO "fiscal.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID
           FILE STATUS IS FSF.

           SELECT F-ARCHIVO ASSIGN TO "movarchivo.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-NUM
           FILE STATUS IS FSA.

      *    La copia en curso: el nombre se compone en cada fichero.
           SELECT F-COPIA ASSIGN USING NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSK.

           SELECT F-CATALOGO ASSIGN TO "catalogocopias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSG.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS.
           COPY TARJREG.

       FD SALDOS.
           COPY SALDOREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD CLIENTES.
           COPY CLIREG.

       FD PARAMETROS.
           COPY PARREG.

       FD PRODUCTOS.
           COPY PRODREG.

       FD F-APROBACIONES.
           COPY APRREG.

       FD F-EXTRACTOS.
           COPY EXTREG.

       FD CONTROLBATCH.
           COPY CTLREG.

       FD TITULARES.
           COPY TITREG.

       FD BENEFICIARIOS.
           COPY BENREG.

       FD REPOSICIONES.
           COPY REPOREG.

       FD PRESTAMOS.
           COPY PRESREG.

       FD DEPOSITOS.
           COPY DEPREG.

       FD INTERCAMBIOS.
           COPY INTERREG.

       FD ESTADO.
           COPY ESTREG.

       FD F-FISCAL.
           COPY FISREG.

       FD F-ARCHIVO.
           COPY ARCHREG.

      *    Cabe el registro mas largo (MOVREC); cada uno se copia tal
      *    cual, byte a byte.
       FD F-COPIA.
       01 COPIA-REG                 PIC X(300).

       FD F-CATALOGO.
           COPY CATREG.

       WORKING-STORAGE SECTION.
       77 FST                        PIC  X(2).
       77 FSS                        PIC  X(2).
       77 FSM                        PIC  X(2).
       77 FSL                        PIC  X(2).
       77 FSP                        PIC  X(2).
       77 FSD                        PIC  X(2).
       77 FSQ                        PIC  X(2).
       77 FSE                        PIC  X(2).
       77 FSC                        PIC  X(2).
       77 FSH                        PIC  X(2).
       77 FSB                        PIC  X(2).
       77 FSR                        PIC  X(2).
       77 FSN                        PIC  X(2).
       77 FSO                        PIC  X(2).
       77 FSI                        PIC  X(2).
       77 FSU                        PIC  X(2).
       77 FSF                        PIC  X(2).
       77 FSA                        PIC  X(2).
       77 FSK                        PIC  X(2).
       77 FSG                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO                PIC  9(4).
               10 MES                PIC  9(2).
               10 DIA                PIC  9(2).
           05 HORA.
               10 HORAS              PIC  9(2).
               10 MINUTOS            PIC  9(2).
               10 SEGUNDOS           PIC  9(2).
               10 MILISEGUNDOS       PIC  9(2).
           05 DIF-GMT                PIC S9(4).

       77 FECHA-COPIA                PIC  9(8).
       77 HORA-COPIA                 PIC  9(6).
       77 NOMBRE-COPIA               PIC  X(40).

       77 NUM-FICHEROS               PIC  9(2) VALUE 18.
       01 NOMBRES-FICHERO-VAL.
           05 FILLER                 PIC X(13) VALUE "tarjetas".
           05 FILLER                 PIC X(13) VALUE "saldos".
           05 FILLER                 PIC X(13) VALUE "movimientos".
           05 FILLER                 PIC X(13) VALUE "clientes".
           05 FILLER                 PIC X(13) VALUE "parametros".
           05 FILLER                 PIC X(13) VALUE "productos".
           05 FILLER                 PIC X(13) VALUE "aprobaciones".
           05 FILLER                 PIC X(13) VALUE "extractos".
           05 FILLER                 PIC X(13) VALUE "controlbatch".
           05 FILLER                 PIC X(13) VALUE "titulares".
           05 FILLER                 PIC X(13) VALUE "beneficiarios".
           05 FILLER                 PIC X(13) VALUE "reposiciones".
           05 FILLER                 PIC X(13) VALUE "prestamos".
           05 FILLER                 PIC X(13) VALUE "depositos".
           05 FILLER                 PIC X(13) VALUE "intercambios".
           05 FILLER                 PIC X(13) VALUE "estado".
           05 FILLER                 PIC X(13) VALUE "fiscal".
           05 FILLER                 PIC X(13) VALUE "movarchivo".
       01 NOMBRES-FICHERO REDEFINES NOMBRES-FICHERO-VAL.
           05 FIC-NOMBRE OCCURS 18 TIMES
               PIC X(13).
       01 TABLA-COPIAS.
           05 FIC-CONTROL OCCURS 18 TIMES.
               10 FIC-COPIA          PIC X(40).
               10 FIC-REGISTROS      PIC 9(9).
               10 FIC-HASH           PIC S9(18).

       77 IDX                        PIC  9(2).
       77 CENT-HASH                  PIC S9(11).
       77 COCIENTE-TARJETA           PIC  9(8).
       77 RESTO-TARJETA              PIC  9(8).
       77 TOTAL-REGISTROS            PIC  9(11) VALUE 0.

       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK53".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK53 - Copia de seguridad de ficheros indexados".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-COPIA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-COPIA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.

           MOVE 0 TO PROCESO-FALLIDO.
           MOVE 0 TO TOTAL-REGISTROS.

           PERFORM COPIAR-TARJETAS THRU COPIAR-TARJETAS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-SALDOS THRU COPIAR-SALDOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-MOVIMIENTOS THRU COPIAR-MOVIMIENTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-CLIENTES THRU COPIAR-CLIENTES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-PARAMETROS THRU COPIAR-PARAMETROS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-PRODUCTOS THRU COPIAR-PRODUCTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-APROBACIONES
                   THRU COPIAR-APROBACIONES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-EXTRACTOS THRU COPIAR-EXTRACTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-CONTROL THRU COPIAR-CONTROL-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-TITULARES THRU COPIAR-TITULARES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-BENEFICIARIOS
                   THRU COPIAR-BENEFICIARIOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-REPOSICIONES THRU COPIAR-REPOSICIONES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-PRESTAMOS THRU COPIAR-PRESTAMOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-DEPOSITOS THRU COPIAR-DEPOSITOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-INTERCAMBIOS THRU COPIAR-INTERCAMBIOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-ESTADO THRU COPIAR-ESTADO-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-FISCAL THRU COPIAR-FISCAL-FIN.
           IF NOT HUBO-FALLO
               PERFORM COPIAR-ARCHIVO THRU COPIAR-ARCHIVO-FIN.

           IF NOT HUBO-FALLO
               PERFORM GRABAR-CATALOGO THRU GRABAR-CATALOGO-FIN.

           IF HUBO-FALLO
               DISPLAY "BANK53 - " FECHA-COPIA
                   " - Error, copia no utilizable"
               GOBACK.

           PERFORM MOSTRAR-COPIA THRU MOSTRAR-COPIA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-FICHEROS.

           DISPLAY "BANK53 - " FECHA-COPIA " - OK - Registros: "
               TOTAL-REGISTROS.

           GOBACK.

      *    Copia secuencial del fichero IDX con la fecha de la pasada.
       ABRIR-COPIA.
           MOVE SPACES TO NOMBRE-COPIA.
           STRING FIC-NOMBRE(IDX) DELIMITED BY SPACE
               "." FECHA-COPIA ".cop" DELIMITED BY SIZE
               INTO NOMBRE-COPIA.
           MOVE NOMBRE-COPIA TO FIC-COPIA(IDX).
           MOVE 0 TO FIC-REGISTROS(IDX).
           MOVE 0 TO FIC-HASH(IDX).

           OPEN OUTPUT F-COPIA.
           IF FSK <> 00
               MOVE 1 TO DEBUG
               MOVE "ABRIR-COPIA"   TO LOG-PARRAFO
               MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO
               MOVE FSK             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.
       ABRIR-COPIA-FIN.
           CONTINUE.

       GRABAR-COPIA.
           WRITE COPIA-REG.
           IF FSK <> 00
               MOVE 2 TO DEBUG
               MOVE "GRABAR-COPIA"  TO LOG-PARRAFO
               MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO
               MOVE FSK             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO GRABAR-COPIA-FIN.

           ADD 1 TO FIC-REGISTROS(IDX).
       GRABAR-COPIA-FIN.
           CONTINUE.

      *    Fichero indexado que no se ha podido abrir.
       ERROR-ORIGEN.
           MOVE 3 TO DEBUG.
           MOVE "ABRIR-ORIGEN"  TO LOG-PARRAFO.
           MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO.
           PERFORM ERROR-FICHERO.
           MOVE 1 TO PROCESO-FALLIDO.
           CLOSE F-COPIA.
       ERROR-ORIGEN-FIN.
           CONTINUE.

       COPIAR-TARJETAS.
           MOVE 1 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-TARJETAS-FIN.

           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE F-COPIA
               GO TO COPIAR-TARJETAS-FIN.
           IF FST <> 00
               MOVE FST TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-TARJETAS-FIN.

       COPIAR-TARJETAS-READ.
           READ TARJETAS NEXT RECORD AT END
               GO TO COPIAR-TARJETAS-CLOSE.

           MOVE TARJETAREG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-TARJETAS-CLOSE.

           DIVIDE TNUM-E BY 100000000 GIVING COCIENTE-TARJETA
               REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO FIC-HASH(IDX).

           GO TO COPIAR-TARJETAS-READ.

       COPIAR-TARJETAS-CLOSE.
           CLOSE TARJETAS.
           CLOSE F-COPIA.

       COPIAR-TARJETAS-FIN.
           CONTINUE.

       COPIAR-SALDOS.
           MOVE 2 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-SALDOS-FIN.

           OPEN INPUT SALDOS.
           IF FSS = 35
               CLOSE F-COPIA
               GO TO COPIAR-SALDOS-FIN.
           IF FSS <> 00
               MOVE FSS TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-SALDOS-FIN.

       COPIAR-SALDOS-READ.
           READ SALDOS NEXT RECORD AT END
               GO TO COPIAR-SALDOS-CLOSE.

           MOVE SALDO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-SALDOS-CLOSE.

           COMPUTE CENT-HASH = (SAL-SALDO-ENT * 100) + SAL-SALDO-DEC.
           ADD CENT-HASH TO FIC-HASH(IDX).

           GO TO COPIAR-SALDOS-READ.

       COPIAR-SALDOS-CLOSE.
           CLOSE SALDOS.
           CLOSE F-COPIA.

       COPIAR-SALDOS-FIN.
           CONTINUE.

       COPIAR-MOVIMIENTOS.
           MOVE 3 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-MOVIMIENTOS-FIN.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-COPIA
               GO TO COPIAR-MOVIMIENTOS-FIN.
           IF FSM <> 00
               MOVE FSM TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-MOVIMIENTOS-FIN.

       COPIAR-MOVIMIENTOS-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO COPIAR-MOVIMIENTOS-CLOSE.

           MOVE MOVIMIENTO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-MOVIMIENTOS-CLOSE.

           COMPUTE CENT-HASH = MOV-IMPORTE-ENT * 100.
           IF MOV-IMPORTE-ENT < 0
               SUBTRACT MOV-IMPORTE-DEC FROM CENT-HASH
           ELSE
               ADD MOV-IMPORTE-DEC TO CENT-HASH.
           ADD CENT-HASH TO FIC-HASH(IDX).

           GO TO COPIAR-MOVIMIENTOS-READ.

       COPIAR-MOVIMIENTOS-CLOSE.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-COPIA.

       COPIAR-MOVIMIENTOS-FIN.
           CONTINUE.

       COPIAR-CLIENTES.
           MOVE 4 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-CLIENTES-FIN.

           OPEN INPUT CLIENTES.
           IF FSL = 35
               CLOSE F-COPIA
               GO TO COPIAR-CLIENTES-FIN.
           IF FSL <> 00
               MOVE FSL TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-CLIENTES-FIN.

       COPIAR-CLIENTES-READ.
           READ CLIENTES NEXT RECORD AT END
               GO TO COPIAR-CLIENTES-CLOSE.

           MOVE CLIENTE-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-CLIENTES-CLOSE.

           ADD CLI-TELEFONO TO FIC-HASH(IDX).

           GO TO COPIAR-CLIENTES-READ.

       COPIAR-CLIENTES-CLOSE.
           CLOSE CLIENTES.
           CLOSE F-COPIA.

       COPIAR-CLIENTES-FIN.
           CONTINUE.

       COPIAR-PARAMETROS.
           MOVE 5 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PARAMETROS-FIN.

           OPEN INPUT PARAMETROS.
           IF FSP = 35
               CLOSE F-COPIA
               GO TO COPIAR-PARAMETROS-FIN.
           IF FSP <> 00
               MOVE FSP TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-PARAMETROS-FIN.

       COPIAR-PARAMETROS-READ.
           READ PARAMETROS NEXT RECORD AT END
               GO TO COPIAR-PARAMETROS-CLOSE.

           MOVE PARAMETRO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PARAMETROS-CLOSE.

           ADD PAR-VALOR-ENT TO FIC-HASH(IDX).

           GO TO COPIAR-PARAMETROS-READ.

       COPIAR-PARAMETROS-CLOSE.
           CLOSE PARAMETROS.
           CLOSE F-COPIA.

       COPIAR-PARAMETROS-FIN.
           CONTINUE.

       COPIAR-PRODUCTOS.
           MOVE 6 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PRODUCTOS-FIN.

           OPEN INPUT PRODUCTOS.
           IF FSD = 35
               CLOSE F-COPIA
               GO TO COPIAR-PRODUCTOS-FIN.
           IF FSD <> 00
               MOVE FSD TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-PRODUCTOS-FIN.

       COPIAR-PRODUCTOS-READ.
           READ PRODUCTOS NEXT RECORD AT END
               GO TO COPIAR-PRODUCTOS-CLOSE.

           MOVE PRODUCTO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PRODUCTOS-CLOSE.

           ADD PRO-LIMITE-TRF TO FIC-HASH(IDX).

           GO TO COPIAR-PRODUCTOS-READ.

       COPIAR-PRODUCTOS-CLOSE.
           CLOSE PRODUCTOS.
           CLOSE F-COPIA.

       COPIAR-PRODUCTOS-FIN.
           CONTINUE.

       COPIAR-APROBACIONES.
           MOVE 7 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-APROBACIONES-FIN.

           OPEN INPUT F-APROBACIONES.
           IF FSQ = 35
               CLOSE F-COPIA
               GO TO COPIAR-APROBACIONES-FIN.
           IF FSQ <> 00
               MOVE FSQ TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-APROBACIONES-FIN.

       COPIAR-APROBACIONES-READ.
           READ F-APROBACIONES NEXT RECORD AT END
               GO TO COPIAR-APROBACIONES-CLOSE.

           MOVE APROBACION-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-APROBACIONES-CLOSE.

           ADD APR-NUM TO FIC-HASH(IDX).

           GO TO COPIAR-APROBACIONES-READ.

       COPIAR-APROBACIONES-CLOSE.
           CLOSE F-APROBACIONES.
           CLOSE F-COPIA.

       COPIAR-APROBACIONES-FIN.
           CONTINUE.

       COPIAR-EXTRACTOS.
           MOVE 8 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-EXTRACTOS-FIN.

           OPEN INPUT F-EXTRACTOS.
           IF FSE = 35
               CLOSE F-COPIA
               GO TO COPIAR-EXTRACTOS-FIN.
           IF FSE <> 00
               MOVE FSE TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-EXTRACTOS-FIN.

       COPIAR-EXTRACTOS-READ.
           READ F-EXTRACTOS NEXT RECORD AT END
               GO TO COPIAR-EXTRACTOS-CLOSE.

           MOVE EXTRACTO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-EXTRACTOS-CLOSE.

           COMPUTE CENT-HASH = EXT-SALDO-ENT * 100.
           IF EXT-SALDO-ENT < 0
               SUBTRACT EXT-SALDO-DEC FROM CENT-HASH
           ELSE
               ADD EXT-SALDO-DEC TO CENT-HASH.
           ADD CENT-HASH TO FIC-HASH(IDX).

           GO TO COPIAR-EXTRACTOS-READ.

       COPIAR-EXTRACTOS-CLOSE.
           CLOSE F-EXTRACTOS.
           CLOSE F-COPIA.

       COPIAR-EXTRACTOS-FIN.
           CONTINUE.

       COPIAR-CONTROL.
           MOVE 9 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-CONTROL-FIN.

           OPEN INPUT CONTROLBATCH.
           IF FSC = 35
               CLOSE F-COPIA
               GO TO COPIAR-CONTROL-FIN.
           IF FSC <> 00
               MOVE FSC TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-CONTROL-FIN.

       COPIAR-CONTROL-READ.
           READ CONTROLBATCH NEXT RECORD AT END
               GO TO COPIAR-CONTROL-CLOSE.

           MOVE CONTROL-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-CONTROL-CLOSE.

           ADD CTL-ULT-FECHA TO FIC-HASH(IDX).

           GO TO COPIAR-CONTROL-READ.

       COPIAR-CONTROL-CLOSE.
           CLOSE CONTROLBATCH.
           CLOSE F-COPIA.

       COPIAR-CONTROL-FIN.
           CONTINUE.

       COPIAR-TITULARES.
           MOVE 10 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-TITULARES-FIN.

           OPEN INPUT TITULARES.
           IF FSH = 35
               CLOSE F-COPIA
               GO TO COPIAR-TITULARES-FIN.
           IF FSH <> 00
               MOVE FSH TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-TITULARES-FIN.

       COPIAR-TITULARES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO COPIAR-TITULARES-CLOSE.

           MOVE TITULAR-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-TITULARES-CLOSE.

           COMPUTE CENT-HASH = TIT-PORCENTAJE * 100.
           ADD CENT-HASH TO FIC-HASH(IDX).

           GO TO COPIAR-TITULARES-READ.

       COPIAR-TITULARES-CLOSE.
           CLOSE TITULARES.
           CLOSE F-COPIA.

       COPIAR-TITULARES-FIN.
           CONTINUE.

       COPIAR-BENEFICIARIOS.
           MOVE 11 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-BENEFICIARIOS-FIN.

           OPEN INPUT BENEFICIARIOS.
           IF FSB = 35
               CLOSE F-COPIA
               GO TO COPIAR-BENEFICIARIOS-FIN.
           IF FSB <> 00
               MOVE FSB TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-BENEFICIARIOS-FIN.

       COPIAR-BENEFICIARIOS-READ.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO COPIAR-BENEFICIARIOS-CLOSE.

           MOVE BENEFICIARIO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-BENEFICIARIOS-CLOSE.

           DIVIDE BEN-CUENTA BY 100000000 GIVING COCIENTE-TARJETA
               REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO FIC-HASH(IDX).

           GO TO COPIAR-BENEFICIARIOS-READ.

       COPIAR-BENEFICIARIOS-CLOSE.
           CLOSE BENEFICIARIOS.
           CLOSE F-COPIA.

       COPIAR-BENEFICIARIOS-FIN.
           CONTINUE.

       COPIAR-REPOSICIONES.
           MOVE 12 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-REPOSICIONES-FIN.

           OPEN INPUT REPOSICIONES.
           IF FSR = 35
               CLOSE F-COPIA
               GO TO COPIAR-REPOSICIONES-FIN.
           IF FSR <> 00
               MOVE FSR TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-REPOSICIONES-FIN.

       COPIAR-REPOSICIONES-READ.
           READ REPOSICIONES NEXT RECORD AT END
               GO TO COPIAR-REPOSICIONES-CLOSE.

           MOVE REPOSICION-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-REPOSICIONES-CLOSE.

           DIVIDE REP-TARJETA-NUEVA BY 100000000
               GIVING COCIENTE-TARJETA REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO FIC-HASH(IDX).

           GO TO COPIAR-REPOSICIONES-READ.

       COPIAR-REPOSICIONES-CLOSE.
           CLOSE REPOSICIONES.
           CLOSE F-COPIA.

       COPIAR-REPOSICIONES-FIN.
           CONTINUE.

       COPIAR-PRESTAMOS.
           MOVE 13 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PRESTAMOS-FIN.

           OPEN INPUT PRESTAMOS.
           IF FSN = 35
               CLOSE F-COPIA
               GO TO COPIAR-PRESTAMOS-FIN.
           IF FSN <> 00
               MOVE FSN TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-PRESTAMOS-FIN.

       COPIAR-PRESTAMOS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO COPIAR-PRESTAMOS-CLOSE.

           MOVE PRESTAMO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-PRESTAMOS-CLOSE.

           IF PRE-CUOTA = 0
               ADD PRE-PENDIENTE-CENT TO FIC-HASH(IDX)
           ELSE
               ADD PRE-CUOTA-CENT TO FIC-HASH(IDX).

           GO TO COPIAR-PRESTAMOS-READ.

       COPIAR-PRESTAMOS-CLOSE.
           CLOSE PRESTAMOS.
           CLOSE F-COPIA.

       COPIAR-PRESTAMOS-FIN.
           CONTINUE.

       COPIAR-DEPOSITOS.
           MOVE 14 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-DEPOSITOS-FIN.

           OPEN INPUT DEPOSITOS.
           IF FSO = 35
               CLOSE F-COPIA
               GO TO COPIAR-DEPOSITOS-FIN.
           IF FSO <> 00
               MOVE FSO TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-DEPOSITOS-FIN.

       COPIAR-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO COPIAR-DEPOSITOS-CLOSE.

           MOVE DEPOSITO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-DEPOSITOS-CLOSE.

           ADD DEP-CAPITAL-CENT TO FIC-HASH(IDX).

           GO TO COPIAR-DEPOSITOS-READ.

       COPIAR-DEPOSITOS-CLOSE.
           CLOSE DEPOSITOS.
           CLOSE F-COPIA.

       COPIAR-DEPOSITOS-FIN.
           CONTINUE.

       COPIAR-INTERCAMBIOS.
           MOVE 15 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-INTERCAMBIOS-FIN.

           OPEN INPUT INTERCAMBIOS.
           IF FSI = 35
               CLOSE F-COPIA
               GO TO COPIAR-INTERCAMBIOS-FIN.
           IF FSI <> 00
               MOVE FSI TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-INTERCAMBIOS-FIN.

       COPIAR-INTERCAMBIOS-READ.
           READ INTERCAMBIOS NEXT RECORD AT END
               GO TO COPIAR-INTERCAMBIOS-CLOSE.

           MOVE INTERCAMBIO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-INTERCAMBIOS-CLOSE.

           ADD ICB-TOTAL-CENT TO FIC-HASH(IDX).

           GO TO COPIAR-INTERCAMBIOS-READ.

       COPIAR-INTERCAMBIOS-CLOSE.
           CLOSE INTERCAMBIOS.
           CLOSE F-COPIA.

       COPIAR-INTERCAMBIOS-FIN.
           CONTINUE.

       COPIAR-ESTADO.
           MOVE 16 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-ESTADO-FIN.

           OPEN INPUT ESTADO.
           IF FSU = 35
               CLOSE F-COPIA
               GO TO COPIAR-ESTADO-FIN.
           IF FSU <> 00
               MOVE FSU TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-ESTADO-FIN.

       COPIAR-ESTADO-READ.
           READ ESTADO NEXT RECORD AT END
               GO TO COPIAR-ESTADO-CLOSE.

           MOVE ESTADO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-ESTADO-CLOSE.

           ADD EST-FECHA-NEGOCIO TO FIC-HASH(IDX).

           GO TO COPIAR-ESTADO-READ.

       COPIAR-ESTADO-CLOSE.
           CLOSE ESTADO.
           CLOSE F-COPIA.

       COPIAR-ESTADO-FIN.
           CONTINUE.

       COPIAR-FISCAL.
           MOVE 17 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-FISCAL-FIN.

           OPEN INPUT F-FISCAL.
           IF FSF = 35
               CLOSE F-COPIA
               GO TO COPIAR-FISCAL-FIN.
           IF FSF <> 00
               MOVE FSF TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-FISCAL-FIN.

       COPIAR-FISCAL-READ.
           READ F-FISCAL NEXT RECORD AT END
               GO TO COPIAR-FISCAL-CLOSE.

           MOVE FISCAL-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-FISCAL-CLOSE.

           ADD FIS-INTERES-CENT TO FIC-HASH(IDX).

           GO TO COPIAR-FISCAL-READ.

       COPIAR-FISCAL-CLOSE.
           CLOSE F-FISCAL.
           CLOSE F-COPIA.

       COPIAR-FISCAL-FIN.
           CONTINUE.

       COPIAR-ARCHIVO.
           MOVE 18 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-ARCHIVO-FIN.

           OPEN INPUT F-ARCHIVO.
           IF FSA = 35
               CLOSE F-COPIA
               GO TO COPIAR-ARCHIVO-FIN.
           IF FSA <> 00
               MOVE FSA TO LOG-STATUS
               PERFORM ERROR-ORIGEN THRU ERROR-ORIGEN-FIN
               GO TO COPIAR-ARCHIVO-FIN.

       COPIAR-ARCHIVO-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               GO TO COPIAR-ARCHIVO-CLOSE.

           MOVE ARCHIVO-REG TO COPIA-REG.
           PERFORM GRABAR-COPIA THRU GRABAR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO COPIAR-ARCHIVO-CLOSE.

           COMPUTE CENT-HASH = ARC-IMPORTE-ENT * 100.
           IF ARC-IMPORTE-ENT < 0
               SUBTRACT ARC-IMPORTE-DEC FROM CENT-HASH
           ELSE
               ADD ARC-IMPORTE-DEC TO CENT-HASH.
           ADD CENT-HASH TO FIC-HASH(IDX).

           GO TO COPIAR-ARCHIVO-READ.

       COPIAR-ARCHIVO-CLOSE.
           CLOSE F-ARCHIVO.
           CLOSE F-COPIA.

       COPIAR-ARCHIVO-FIN.
           CONTINUE.

      *    El juego entero de una vez, con la misma fecha y hora.
       GRABAR-CATALOGO.
           OPEN EXTEND F-CATALOGO.
           IF FSG = 35
               OPEN OUTPUT F-CATALOGO
               CLOSE F-CATALOGO
               OPEN EXTEND F-CATALOGO.
           IF FSG <> 00
               MOVE 4 TO DEBUG
               MOVE "GRABAR-CATALOGO" TO LOG-PARRAFO
               MOVE "CATALOGO"        TO LOG-FICHERO
               MOVE FSG               TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO GRABAR-CATALOGO-FIN.

           PERFORM GRABAR-ENTRADA THRU GRABAR-ENTRADA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-FICHEROS.

           CLOSE F-CATALOGO.

       GRABAR-CATALOGO-FIN.
           CONTINUE.

       GRABAR-ENTRADA.
           MOVE FECHA-COPIA        TO CAT-FECHA.
           MOVE HORA-COPIA         TO CAT-HORA.
           MOVE FIC-NOMBRE(IDX)    TO CAT-FICHERO.
           MOVE FIC-COPIA(IDX)     TO CAT-COPIA.
           MOVE FIC-REGISTROS(IDX) TO CAT-REGISTROS.
           MOVE FIC-HASH(IDX)      TO CAT-HASH.
           WRITE CATALOGO-REG.
           IF FSG <> 00
               MOVE 5 TO DEBUG
               MOVE "GRABAR-ENTRADA" TO LOG-PARRAFO
               MOVE "CATALOGO"       TO LOG-FICHERO
               MOVE FSG              TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.
       GRABAR-ENTRADA-FIN.
           CONTINUE.

       MOSTRAR-COPIA.
           ADD FIC-REGISTROS(IDX) TO TOTAL-REGISTROS.
           DISPLAY "BANK53 - " FIC-NOMBRE(IDX) " registros "
               FIC-REGISTROS(IDX) " control " FIC-HASH(IDX).
       MOSTRAR-COPIA-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK53 - Error de fichero. FSK=" FSK " FSG=" FSG
               " DEBUG=" DEBUG.

       END PROGRAM BANK53.
