       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK54.

      *    Restauracion de un juego de copias de seguridad de BANK53.
      *    Se lanza a mano, con todo parado (ni servicio en linea ni
      *    BANK18), y pide la fecha de la copia. Del catalogo
      *    (catalogocopias.txt) toma la ultima pasada completa de esa
      *    fecha y:
      *
      *       1. lee cada copia secuencial y comprueba que el numero
      *          de registros y el total de control coinciden con el
      *          catalogo; si alguna no cuadra no se toca nada;
      *       2. pide confirmacion y regraba los dieciocho ficheros
      *          indexados desde las copias y, cerrado cada uno, lo
      *          relee entero para volver a comprobar registros y
      *          total de control de lo grabado;
      *       3. lanza BANK17 en modo solo-listado como cuadre de
      *          saldos.ubd contra el libro restaurado.
      *
      *    Los totales de control se calculan igual que en BANK53.
      *    Si el paso 2 falla a medias, los ficheros ya regrabados
      *    quedan como en la copia y el resto a medio hacer: se corrige
      *    la causa (errores.txt) y se relanza la restauracion entera.

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

      *    La copia en curso, con el nombre anotado en el catalogo.
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
       77 FS-ORIGEN                  PIC  X(2).

       77 FECHA-COPIA                PIC  9(8).
       77 HORA-ELEGIDA               PIC  9(6).
       77 NOMBRE-COPIA               PIC  X(40).
       77 CONFIRMACION               PIC  X(1).
           88 CONFIRMADA               VALUE "S" "s".

      *    "V" solo comprueba las copias; "R" ademas regraba.
       77 MODO-PASADA                PIC  X(1).
           88 RESTAURANDO              VALUE "R".

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
       01 TABLA-CATALOGO.
           05 FIC-CONTROL OCCURS 18 TIMES.
               10 FIC-HORA           PIC 9(6).
               10 FIC-COPIA          PIC X(40).
               10 FIC-REGISTROS      PIC 9(9).
               10 FIC-HASH           PIC S9(18).

       77 IDX                        PIC  9(2).
       77 IDX-FICHERO                PIC  9(2).
       77 NUM-LEIDOS                 PIC  9(9).
       77 HASH-CALCULADO             PIC S9(18).
       77 CENT-HASH                  PIC S9(11).
       77 COCIENTE-TARJETA           PIC  9(8).
       77 RESTO-TARJETA              PIC  9(8).

       77 PROCESO-FALLIDO            PIC  9(1) VALUE 0.
           88 HUBO-FALLO               VALUE 1.

       77 DEBUG                      PIC  9(2).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK54".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK54 - Restauracion de copia de seguridad".

           DISPLAY "Fecha de la copia (aaaammdd): " WITH NO ADVANCING.
           ACCEPT FECHA-COPIA.

           PERFORM LEER-CATALOGO THRU LEER-CATALOGO-FIN.
           IF HUBO-FALLO
               STOP RUN.

      *    Primero se comprueban todas las copias sin tocar nada.
           MOVE "V" TO MODO-PASADA.
           PERFORM TRATAR-FICHEROS THRU TRATAR-FICHEROS-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK54 - " FECHA-COPIA
                   " - La copia no cuadra con el catalogo,"
                   " no se restaura nada"
               STOP RUN.

           DISPLAY "BANK54 - Copia del " FECHA-COPIA " a las "
               HORA-ELEGIDA " correcta.".
           DISPLAY "Se sustituiran los ficheros en uso."
               " Confirmar (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMACION.
           IF NOT CONFIRMADA
               DISPLAY "BANK54 - Restauracion cancelada"
               STOP RUN.

           MOVE "R" TO MODO-PASADA.
           PERFORM TRATAR-FICHEROS THRU TRATAR-FICHEROS-FIN.
           IF HUBO-FALLO
               DISPLAY "BANK54 - " FECHA-COPIA
                   " - Error, restauracion incompleta"
               STOP RUN.

           DISPLAY "BANK54 - " FECHA-COPIA " - OK - Restaurada".
           DISPLAY "BANK54 - Cuadre de saldos contra el libro".

      *    BANK17 termina el proceso al acabar el cuadre.
           SET ENVIRONMENT "BANK17MODO" TO "N".
           CALL "BANK17".

           STOP RUN.

      *    Ultima pasada completa de la fecha pedida: BANK53 anota el
      *    juego entero con una misma hora, asi que basta quedarse
      *    con las lineas de la hora mas alta de la fecha.
       LEER-CATALOGO.
           MOVE 0 TO HORA-ELEGIDA.
           PERFORM LIMPIAR-ENTRADA THRU LIMPIAR-ENTRADA-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-FICHEROS.

           OPEN INPUT F-CATALOGO.
           IF FSG = 35
               DISPLAY "BANK54 - No hay catalogo de copias"
               MOVE 1 TO PROCESO-FALLIDO
               GO TO LEER-CATALOGO-FIN.
           IF FSG <> 00
               MOVE 1 TO DEBUG
               MOVE "LEER-CATALOGO" TO LOG-PARRAFO
               MOVE "CATALOGO"      TO LOG-FICHERO
               MOVE FSG             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO
               GO TO LEER-CATALOGO-FIN.

       LEER-CATALOGO-READ.
           READ F-CATALOGO AT END
               GO TO LEER-CATALOGO-CLOSE.

           IF CAT-FECHA <> FECHA-COPIA
               GO TO LEER-CATALOGO-READ.
           IF CAT-HORA < HORA-ELEGIDA
               GO TO LEER-CATALOGO-READ.

           MOVE CAT-HORA TO HORA-ELEGIDA.
           MOVE 0 TO IDX-FICHERO.
           PERFORM BUSCAR-FICHERO THRU BUSCAR-FICHERO-FIN
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-FICHEROS OR IDX-FICHERO > 0.
           IF IDX-FICHERO = 0
               GO TO LEER-CATALOGO-READ.

           MOVE CAT-HORA      TO FIC-HORA(IDX-FICHERO).
           MOVE CAT-COPIA     TO FIC-COPIA(IDX-FICHERO).
           MOVE CAT-REGISTROS TO FIC-REGISTROS(IDX-FICHERO).
           MOVE CAT-HASH      TO FIC-HASH(IDX-FICHERO).

           GO TO LEER-CATALOGO-READ.

       LEER-CATALOGO-CLOSE.
           CLOSE F-CATALOGO.

           IF HORA-ELEGIDA = 0
               DISPLAY "BANK54 - No hay copia del " FECHA-COPIA
               MOVE 1 TO PROCESO-FALLIDO
               GO TO LEER-CATALOGO-FIN.

           PERFORM COMPROBAR-JUEGO THRU COMPROBAR-JUEGO-FIN
               VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-FICHEROS.

       LEER-CATALOGO-FIN.
           CONTINUE.

       LIMPIAR-ENTRADA.
           MOVE 0 TO FIC-HORA(IDX).
           MOVE SPACES TO FIC-COPIA(IDX).
           MOVE 0 TO FIC-REGISTROS(IDX).
           MOVE 0 TO FIC-HASH(IDX).
       LIMPIAR-ENTRADA-FIN.
           CONTINUE.

       BUSCAR-FICHERO.
           IF FIC-NOMBRE(IDX) = CAT-FICHERO
               MOVE IDX TO IDX-FICHERO.
       BUSCAR-FICHERO-FIN.
           CONTINUE.

       COMPROBAR-JUEGO.
           IF FIC-HORA(IDX) = HORA-ELEGIDA
               GO TO COMPROBAR-JUEGO-FIN.

           DISPLAY "BANK54 - Falta " FIC-NOMBRE(IDX)
               " en la copia del " FECHA-COPIA.
           MOVE 1 TO PROCESO-FALLIDO.
       COMPROBAR-JUEGO-FIN.
           CONTINUE.

      *    Una pasada por todos los ficheros; en la de restauracion
      *    se para en el primero que falle.
       TRATAR-FICHEROS.
           MOVE 0 TO PROCESO-FALLIDO.

           PERFORM TRATAR-TARJETAS THRU TRATAR-TARJETAS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-SALDOS THRU TRATAR-SALDOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-MOVIMIENTOS THRU TRATAR-MOVIMIENTOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-CLIENTES THRU TRATAR-CLIENTES-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-PARAMETROS THRU TRATAR-PARAMETROS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-PRODUCTOS THRU TRATAR-PRODUCTOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-APROBACIONES THRU TRATAR-APROBACIONES-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-EXTRACTOS THRU TRATAR-EXTRACTOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-CONTROL THRU TRATAR-CONTROL-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-TITULARES THRU TRATAR-TITULARES-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-BENEFICIARIOS THRU TRATAR-BENEFICIARIOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-REPOSICIONES THRU TRATAR-REPOSICIONES-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-PRESTAMOS THRU TRATAR-PRESTAMOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-DEPOSITOS THRU TRATAR-DEPOSITOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-INTERCAMBIOS THRU TRATAR-INTERCAMBIOS-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-ESTADO THRU TRATAR-ESTADO-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-FISCAL THRU TRATAR-FISCAL-FIN.
           IF HUBO-FALLO AND RESTAURANDO
               GO TO TRATAR-FICHEROS-FIN.
           PERFORM TRATAR-ARCHIVO THRU TRATAR-ARCHIVO-FIN.

       TRATAR-FICHEROS-FIN.
           CONTINUE.

       ABRIR-COPIA.
           MOVE FIC-COPIA(IDX) TO NOMBRE-COPIA.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-COPIA.
           IF FSK <> 00
               MOVE 2 TO DEBUG
               MOVE "ABRIR-COPIA"   TO LOG-PARRAFO
               MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO
               MOVE FSK             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               MOVE 1 TO PROCESO-FALLIDO.
       ABRIR-COPIA-FIN.
           CONTINUE.

      *    Fichero indexado que no se ha podido crear.
       ERROR-DESTINO.
           MOVE 3 TO DEBUG.
           MOVE "ABRIR-DESTINO" TO LOG-PARRAFO.
           MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO.
           MOVE FS-ORIGEN TO LOG-STATUS.
           PERFORM ERROR-FICHERO.
           MOVE 1 TO PROCESO-FALLIDO.
           CLOSE F-COPIA.
       ERROR-DESTINO-FIN.
           CONTINUE.

      *    Registro que no se ha podido grabar en el indexado.
       ERROR-GRABACION.
           MOVE 4 TO DEBUG.
           MOVE "GRABAR-DESTINO" TO LOG-PARRAFO.
           MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO.
           MOVE FS-ORIGEN TO LOG-STATUS.
           PERFORM ERROR-FICHERO.
           MOVE 1 TO PROCESO-FALLIDO.
       ERROR-GRABACION-FIN.
           CONTINUE.

      *    Registro de la copia que no se ha podido leer entero.
       ERROR-COPIA.
           MOVE 5 TO DEBUG.
           MOVE "LEER-COPIA"    TO LOG-PARRAFO.
           MOVE FIC-NOMBRE(IDX) TO LOG-FICHERO.
           MOVE FSK             TO LOG-STATUS.
           PERFORM ERROR-FICHERO.
           MOVE 1 TO PROCESO-FALLIDO.
       ERROR-COPIA-FIN.
           CONTINUE.

      *    Indexado recien grabado que no se ha podido releer.
       ERROR-RELECTURA.
           MOVE 6 TO DEBUG.
           MOVE "RELEER-DESTINO" TO LOG-PARRAFO.
           MOVE FIC-NOMBRE(IDX)  TO LOG-FICHERO.
           MOVE FS-ORIGEN        TO LOG-STATUS.
           PERFORM ERROR-FICHERO.
           MOVE 1 TO PROCESO-FALLIDO.
       ERROR-RELECTURA-FIN.
           CONTINUE.

      *    Registros y total de control de la copia (o de lo grabado)
      *    contra el catalogo.
       COMPROBAR-CIFRAS.
           IF NUM-LEIDOS = FIC-REGISTROS(IDX)
               AND HASH-CALCULADO = FIC-HASH(IDX)
                   DISPLAY "BANK54 - " FIC-NOMBRE(IDX) " registros "
                       NUM-LEIDOS " control " HASH-CALCULADO " OK"
                   GO TO COMPROBAR-CIFRAS-FIN.

           DISPLAY "BANK54 - " FIC-NOMBRE(IDX) " registros "
               NUM-LEIDOS " control " HASH-CALCULADO
               " - catalogo " FIC-REGISTROS(IDX) " " FIC-HASH(IDX).
           MOVE 1 TO PROCESO-FALLIDO.
       COMPROBAR-CIFRAS-FIN.
           CONTINUE.

       TRATAR-TARJETAS.
           MOVE 1 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-TARJETAS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT TARJETAS
               IF FST <> 00
                   MOVE FST TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-TARJETAS-FIN.

       TRATAR-TARJETAS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-TARJETAS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-TARJETAS-CLOSE.

           MOVE COPIA-REG TO TARJETAREG.
           IF RESTAURANDO
               WRITE TARJETAREG INVALID KEY
                   MOVE FST TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-TARJETAS-CLOSE.

           PERFORM SUMAR-TARJETAS THRU SUMAR-TARJETAS-FIN.

           GO TO TRATAR-TARJETAS-READ.

       TRATAR-TARJETAS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE TARJETAS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-TARJETAS THRU RELEER-TARJETAS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-TARJETAS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-TARJETAS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE FST TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-TARJETAS-FIN.

       RELEER-TARJETAS-READ.
           READ TARJETAS NEXT RECORD AT END
               GO TO RELEER-TARJETAS-CLOSE.
           IF FST <> 00
               MOVE FST TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-TARJETAS-CLOSE.

           PERFORM SUMAR-TARJETAS THRU SUMAR-TARJETAS-FIN.

           GO TO RELEER-TARJETAS-READ.

       RELEER-TARJETAS-CLOSE.
           CLOSE TARJETAS.

       RELEER-TARJETAS-FIN.
           CONTINUE.

       SUMAR-TARJETAS.
           ADD 1 TO NUM-LEIDOS.
           DIVIDE TNUM-E BY 100000000 GIVING COCIENTE-TARJETA
               REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO HASH-CALCULADO.
       SUMAR-TARJETAS-FIN.
           CONTINUE.

       TRATAR-SALDOS.
           MOVE 2 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-SALDOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT SALDOS
               IF FSS <> 00
                   MOVE FSS TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-SALDOS-FIN.

       TRATAR-SALDOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-SALDOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-SALDOS-CLOSE.

           MOVE COPIA-REG TO SALDO-REG.
           IF RESTAURANDO
               WRITE SALDO-REG INVALID KEY
                   MOVE FSS TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-SALDOS-CLOSE.

           PERFORM SUMAR-SALDOS THRU SUMAR-SALDOS-FIN.

           GO TO TRATAR-SALDOS-READ.

       TRATAR-SALDOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE SALDOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-SALDOS THRU RELEER-SALDOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-SALDOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-SALDOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT SALDOS.
           IF FSS <> 00
               MOVE FSS TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-SALDOS-FIN.

       RELEER-SALDOS-READ.
           READ SALDOS NEXT RECORD AT END
               GO TO RELEER-SALDOS-CLOSE.
           IF FSS <> 00
               MOVE FSS TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-SALDOS-CLOSE.

           PERFORM SUMAR-SALDOS THRU SUMAR-SALDOS-FIN.

           GO TO RELEER-SALDOS-READ.

       RELEER-SALDOS-CLOSE.
           CLOSE SALDOS.

       RELEER-SALDOS-FIN.
           CONTINUE.

       SUMAR-SALDOS.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-HASH = (SAL-SALDO-ENT * 100) + SAL-SALDO-DEC.
           ADD CENT-HASH TO HASH-CALCULADO.
       SUMAR-SALDOS-FIN.
           CONTINUE.

       TRATAR-MOVIMIENTOS.
           MOVE 3 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-MOVIMIENTOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT F-MOVIMIENTOS
               IF FSM <> 00
                   MOVE FSM TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-MOVIMIENTOS-FIN.

       TRATAR-MOVIMIENTOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-MOVIMIENTOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-MOVIMIENTOS-CLOSE.

           MOVE COPIA-REG TO MOVIMIENTO-REG.
           IF RESTAURANDO
               WRITE MOVIMIENTO-REG INVALID KEY
                   MOVE FSM TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-MOVIMIENTOS-CLOSE.

           PERFORM SUMAR-MOVIMIENTOS THRU SUMAR-MOVIMIENTOS-FIN.

           GO TO TRATAR-MOVIMIENTOS-READ.

       TRATAR-MOVIMIENTOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE F-MOVIMIENTOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-MOVIMIENTOS THRU RELEER-MOVIMIENTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-MOVIMIENTOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-MOVIMIENTOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               MOVE FSM TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-MOVIMIENTOS-FIN.

       RELEER-MOVIMIENTOS-READ.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO RELEER-MOVIMIENTOS-CLOSE.
           IF FSM <> 00
               MOVE FSM TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-MOVIMIENTOS-CLOSE.

           PERFORM SUMAR-MOVIMIENTOS THRU SUMAR-MOVIMIENTOS-FIN.

           GO TO RELEER-MOVIMIENTOS-READ.

       RELEER-MOVIMIENTOS-CLOSE.
           CLOSE F-MOVIMIENTOS.

       RELEER-MOVIMIENTOS-FIN.
           CONTINUE.

       SUMAR-MOVIMIENTOS.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-HASH = MOV-IMPORTE-ENT * 100.
           IF MOV-IMPORTE-ENT < 0
               SUBTRACT MOV-IMPORTE-DEC FROM CENT-HASH
           ELSE
               ADD MOV-IMPORTE-DEC TO CENT-HASH.
           ADD CENT-HASH TO HASH-CALCULADO.
       SUMAR-MOVIMIENTOS-FIN.
           CONTINUE.

       TRATAR-CLIENTES.
           MOVE 4 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-CLIENTES-FIN.

           IF RESTAURANDO
               OPEN OUTPUT CLIENTES
               IF FSL <> 00
                   MOVE FSL TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-CLIENTES-FIN.

       TRATAR-CLIENTES-READ.
           READ F-COPIA AT END
               GO TO TRATAR-CLIENTES-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-CLIENTES-CLOSE.

           MOVE COPIA-REG TO CLIENTE-REG.
           IF RESTAURANDO
               WRITE CLIENTE-REG INVALID KEY
                   MOVE FSL TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-CLIENTES-CLOSE.

           PERFORM SUMAR-CLIENTES THRU SUMAR-CLIENTES-FIN.

           GO TO TRATAR-CLIENTES-READ.

       TRATAR-CLIENTES-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE CLIENTES.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-CLIENTES THRU RELEER-CLIENTES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-CLIENTES-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-CLIENTES.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT CLIENTES.
           IF FSL <> 00
               MOVE FSL TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-CLIENTES-FIN.

       RELEER-CLIENTES-READ.
           READ CLIENTES NEXT RECORD AT END
               GO TO RELEER-CLIENTES-CLOSE.
           IF FSL <> 00
               MOVE FSL TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-CLIENTES-CLOSE.

           PERFORM SUMAR-CLIENTES THRU SUMAR-CLIENTES-FIN.

           GO TO RELEER-CLIENTES-READ.

       RELEER-CLIENTES-CLOSE.
           CLOSE CLIENTES.

       RELEER-CLIENTES-FIN.
           CONTINUE.

       SUMAR-CLIENTES.
           ADD 1 TO NUM-LEIDOS.
           ADD CLI-TELEFONO TO HASH-CALCULADO.
       SUMAR-CLIENTES-FIN.
           CONTINUE.

       TRATAR-PARAMETROS.
           MOVE 5 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-PARAMETROS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT PARAMETROS
               IF FSP <> 00
                   MOVE FSP TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-PARAMETROS-FIN.

       TRATAR-PARAMETROS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-PARAMETROS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-PARAMETROS-CLOSE.

           MOVE COPIA-REG TO PARAMETRO-REG.
           IF RESTAURANDO
               WRITE PARAMETRO-REG INVALID KEY
                   MOVE FSP TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-PARAMETROS-CLOSE.

           PERFORM SUMAR-PARAMETROS THRU SUMAR-PARAMETROS-FIN.

           GO TO TRATAR-PARAMETROS-READ.

       TRATAR-PARAMETROS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE PARAMETROS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-PARAMETROS THRU RELEER-PARAMETROS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-PARAMETROS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-PARAMETROS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT PARAMETROS.
           IF FSP <> 00
               MOVE FSP TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PARAMETROS-FIN.

       RELEER-PARAMETROS-READ.
           READ PARAMETROS NEXT RECORD AT END
               GO TO RELEER-PARAMETROS-CLOSE.
           IF FSP <> 00
               MOVE FSP TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PARAMETROS-CLOSE.

           PERFORM SUMAR-PARAMETROS THRU SUMAR-PARAMETROS-FIN.

           GO TO RELEER-PARAMETROS-READ.

       RELEER-PARAMETROS-CLOSE.
           CLOSE PARAMETROS.

       RELEER-PARAMETROS-FIN.
           CONTINUE.

       SUMAR-PARAMETROS.
           ADD 1 TO NUM-LEIDOS.
           ADD PAR-VALOR-ENT TO HASH-CALCULADO.
       SUMAR-PARAMETROS-FIN.
           CONTINUE.

       TRATAR-PRODUCTOS.
           MOVE 6 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-PRODUCTOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT PRODUCTOS
               IF FSD <> 00
                   MOVE FSD TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-PRODUCTOS-FIN.

       TRATAR-PRODUCTOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-PRODUCTOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-PRODUCTOS-CLOSE.

           MOVE COPIA-REG TO PRODUCTO-REG.
           IF RESTAURANDO
               WRITE PRODUCTO-REG INVALID KEY
                   MOVE FSD TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-PRODUCTOS-CLOSE.

           PERFORM SUMAR-PRODUCTOS THRU SUMAR-PRODUCTOS-FIN.

           GO TO TRATAR-PRODUCTOS-READ.

       TRATAR-PRODUCTOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE PRODUCTOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-PRODUCTOS THRU RELEER-PRODUCTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-PRODUCTOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-PRODUCTOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT PRODUCTOS.
           IF FSD <> 00
               MOVE FSD TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PRODUCTOS-FIN.

       RELEER-PRODUCTOS-READ.
           READ PRODUCTOS NEXT RECORD AT END
               GO TO RELEER-PRODUCTOS-CLOSE.
           IF FSD <> 00
               MOVE FSD TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PRODUCTOS-CLOSE.

           PERFORM SUMAR-PRODUCTOS THRU SUMAR-PRODUCTOS-FIN.

           GO TO RELEER-PRODUCTOS-READ.

       RELEER-PRODUCTOS-CLOSE.
           CLOSE PRODUCTOS.

       RELEER-PRODUCTOS-FIN.
           CONTINUE.

       SUMAR-PRODUCTOS.
           ADD 1 TO NUM-LEIDOS.
           ADD PRO-LIMITE-TRF TO HASH-CALCULADO.
       SUMAR-PRODUCTOS-FIN.
           CONTINUE.

       TRATAR-APROBACIONES.
           MOVE 7 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-APROBACIONES-FIN.

           IF RESTAURANDO
               OPEN OUTPUT F-APROBACIONES
               IF FSQ <> 00
                   MOVE FSQ TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-APROBACIONES-FIN.

       TRATAR-APROBACIONES-READ.
           READ F-COPIA AT END
               GO TO TRATAR-APROBACIONES-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-APROBACIONES-CLOSE.

           MOVE COPIA-REG TO APROBACION-REG.
           IF RESTAURANDO
               WRITE APROBACION-REG INVALID KEY
                   MOVE FSQ TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-APROBACIONES-CLOSE.

           PERFORM SUMAR-APROBACIONES THRU SUMAR-APROBACIONES-FIN.

           GO TO TRATAR-APROBACIONES-READ.

       TRATAR-APROBACIONES-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE F-APROBACIONES.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-APROBACIONES THRU RELEER-APROBACIONES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-APROBACIONES-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-APROBACIONES.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-APROBACIONES.
           IF FSQ <> 00
               MOVE FSQ TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-APROBACIONES-FIN.

       RELEER-APROBACIONES-READ.
           READ F-APROBACIONES NEXT RECORD AT END
               GO TO RELEER-APROBACIONES-CLOSE.
           IF FSQ <> 00
               MOVE FSQ TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-APROBACIONES-CLOSE.

           PERFORM SUMAR-APROBACIONES THRU SUMAR-APROBACIONES-FIN.

           GO TO RELEER-APROBACIONES-READ.

       RELEER-APROBACIONES-CLOSE.
           CLOSE F-APROBACIONES.

       RELEER-APROBACIONES-FIN.
           CONTINUE.

       SUMAR-APROBACIONES.
           ADD 1 TO NUM-LEIDOS.
           ADD APR-NUM TO HASH-CALCULADO.
       SUMAR-APROBACIONES-FIN.
           CONTINUE.

       TRATAR-EXTRACTOS.
           MOVE 8 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-EXTRACTOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT F-EXTRACTOS
               IF FSE <> 00
                   MOVE FSE TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-EXTRACTOS-FIN.

       TRATAR-EXTRACTOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-EXTRACTOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-EXTRACTOS-CLOSE.

           MOVE COPIA-REG TO EXTRACTO-REG.
           IF RESTAURANDO
               WRITE EXTRACTO-REG INVALID KEY
                   MOVE FSE TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-EXTRACTOS-CLOSE.

           PERFORM SUMAR-EXTRACTOS THRU SUMAR-EXTRACTOS-FIN.

           GO TO TRATAR-EXTRACTOS-READ.

       TRATAR-EXTRACTOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE F-EXTRACTOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-EXTRACTOS THRU RELEER-EXTRACTOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-EXTRACTOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-EXTRACTOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-EXTRACTOS.
           IF FSE <> 00
               MOVE FSE TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-EXTRACTOS-FIN.

       RELEER-EXTRACTOS-READ.
           READ F-EXTRACTOS NEXT RECORD AT END
               GO TO RELEER-EXTRACTOS-CLOSE.
           IF FSE <> 00
               MOVE FSE TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-EXTRACTOS-CLOSE.

           PERFORM SUMAR-EXTRACTOS THRU SUMAR-EXTRACTOS-FIN.

           GO TO RELEER-EXTRACTOS-READ.

       RELEER-EXTRACTOS-CLOSE.
           CLOSE F-EXTRACTOS.

       RELEER-EXTRACTOS-FIN.
           CONTINUE.

       SUMAR-EXTRACTOS.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-HASH = EXT-SALDO-ENT * 100.
           IF EXT-SALDO-ENT < 0
               SUBTRACT EXT-SALDO-DEC FROM CENT-HASH
           ELSE
               ADD EXT-SALDO-DEC TO CENT-HASH.
           ADD CENT-HASH TO HASH-CALCULADO.
       SUMAR-EXTRACTOS-FIN.
           CONTINUE.

       TRATAR-CONTROL.
           MOVE 9 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-CONTROL-FIN.

           IF RESTAURANDO
               OPEN OUTPUT CONTROLBATCH
               IF FSC <> 00
                   MOVE FSC TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-CONTROL-FIN.

       TRATAR-CONTROL-READ.
           READ F-COPIA AT END
               GO TO TRATAR-CONTROL-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-CONTROL-CLOSE.

           MOVE COPIA-REG TO CONTROL-REG.
           IF RESTAURANDO
               WRITE CONTROL-REG INVALID KEY
                   MOVE FSC TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-CONTROL-CLOSE.

           PERFORM SUMAR-CONTROL THRU SUMAR-CONTROL-FIN.

           GO TO TRATAR-CONTROL-READ.

       TRATAR-CONTROL-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE CONTROLBATCH.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-CONTROL THRU RELEER-CONTROL-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-CONTROL-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-CONTROL.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT CONTROLBATCH.
           IF FSC <> 00
               MOVE FSC TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-CONTROL-FIN.

       RELEER-CONTROL-READ.
           READ CONTROLBATCH NEXT RECORD AT END
               GO TO RELEER-CONTROL-CLOSE.
           IF FSC <> 00
               MOVE FSC TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-CONTROL-CLOSE.

           PERFORM SUMAR-CONTROL THRU SUMAR-CONTROL-FIN.

           GO TO RELEER-CONTROL-READ.

       RELEER-CONTROL-CLOSE.
           CLOSE CONTROLBATCH.

       RELEER-CONTROL-FIN.
           CONTINUE.

       SUMAR-CONTROL.
           ADD 1 TO NUM-LEIDOS.
           ADD CTL-ULT-FECHA TO HASH-CALCULADO.
       SUMAR-CONTROL-FIN.
           CONTINUE.

       TRATAR-TITULARES.
           MOVE 10 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-TITULARES-FIN.

           IF RESTAURANDO
               OPEN OUTPUT TITULARES
               IF FSH <> 00
                   MOVE FSH TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-TITULARES-FIN.

       TRATAR-TITULARES-READ.
           READ F-COPIA AT END
               GO TO TRATAR-TITULARES-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-TITULARES-CLOSE.

           MOVE COPIA-REG TO TITULAR-REG.
           IF RESTAURANDO
               WRITE TITULAR-REG INVALID KEY
                   MOVE FSH TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-TITULARES-CLOSE.

           PERFORM SUMAR-TITULARES THRU SUMAR-TITULARES-FIN.

           GO TO TRATAR-TITULARES-READ.

       TRATAR-TITULARES-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE TITULARES.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-TITULARES THRU RELEER-TITULARES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-TITULARES-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-TITULARES.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT TITULARES.
           IF FSH <> 00
               MOVE FSH TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-TITULARES-FIN.

       RELEER-TITULARES-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO RELEER-TITULARES-CLOSE.
           IF FSH <> 00
               MOVE FSH TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-TITULARES-CLOSE.

           PERFORM SUMAR-TITULARES THRU SUMAR-TITULARES-FIN.

           GO TO RELEER-TITULARES-READ.

       RELEER-TITULARES-CLOSE.
           CLOSE TITULARES.

       RELEER-TITULARES-FIN.
           CONTINUE.

       SUMAR-TITULARES.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-HASH = TIT-PORCENTAJE * 100.
           ADD CENT-HASH TO HASH-CALCULADO.
       SUMAR-TITULARES-FIN.
           CONTINUE.

       TRATAR-BENEFICIARIOS.
           MOVE 11 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-BENEFICIARIOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT BENEFICIARIOS
               IF FSB <> 00
                   MOVE FSB TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-BENEFICIARIOS-FIN.

       TRATAR-BENEFICIARIOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-BENEFICIARIOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-BENEFICIARIOS-CLOSE.

           MOVE COPIA-REG TO BENEFICIARIO-REG.
           IF RESTAURANDO
               WRITE BENEFICIARIO-REG INVALID KEY
                   MOVE FSB TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-BENEFICIARIOS-CLOSE.

           PERFORM SUMAR-BENEFICIARIOS THRU SUMAR-BENEFICIARIOS-FIN.

           GO TO TRATAR-BENEFICIARIOS-READ.

       TRATAR-BENEFICIARIOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE BENEFICIARIOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-BENEFICIARIOS
                   THRU RELEER-BENEFICIARIOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-BENEFICIARIOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-BENEFICIARIOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT BENEFICIARIOS.
           IF FSB <> 00
               MOVE FSB TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-BENEFICIARIOS-FIN.

       RELEER-BENEFICIARIOS-READ.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO RELEER-BENEFICIARIOS-CLOSE.
           IF FSB <> 00
               MOVE FSB TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-BENEFICIARIOS-CLOSE.

           PERFORM SUMAR-BENEFICIARIOS THRU SUMAR-BENEFICIARIOS-FIN.

           GO TO RELEER-BENEFICIARIOS-READ.

       RELEER-BENEFICIARIOS-CLOSE.
           CLOSE BENEFICIARIOS.

       RELEER-BENEFICIARIOS-FIN.
           CONTINUE.

       SUMAR-BENEFICIARIOS.
           ADD 1 TO NUM-LEIDOS.
           DIVIDE BEN-CUENTA BY 100000000 GIVING COCIENTE-TARJETA
               REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO HASH-CALCULADO.
       SUMAR-BENEFICIARIOS-FIN.
           CONTINUE.

       TRATAR-REPOSICIONES.
           MOVE 12 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-REPOSICIONES-FIN.

           IF RESTAURANDO
               OPEN OUTPUT REPOSICIONES
               IF FSR <> 00
                   MOVE FSR TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-REPOSICIONES-FIN.

       TRATAR-REPOSICIONES-READ.
           READ F-COPIA AT END
               GO TO TRATAR-REPOSICIONES-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-REPOSICIONES-CLOSE.

           MOVE COPIA-REG TO REPOSICION-REG.
           IF RESTAURANDO
               WRITE REPOSICION-REG INVALID KEY
                   MOVE FSR TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-REPOSICIONES-CLOSE.

           PERFORM SUMAR-REPOSICIONES THRU SUMAR-REPOSICIONES-FIN.

           GO TO TRATAR-REPOSICIONES-READ.

       TRATAR-REPOSICIONES-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE REPOSICIONES.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-REPOSICIONES THRU RELEER-REPOSICIONES-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-REPOSICIONES-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-REPOSICIONES.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT REPOSICIONES.
           IF FSR <> 00
               MOVE FSR TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-REPOSICIONES-FIN.

       RELEER-REPOSICIONES-READ.
           READ REPOSICIONES NEXT RECORD AT END
               GO TO RELEER-REPOSICIONES-CLOSE.
           IF FSR <> 00
               MOVE FSR TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-REPOSICIONES-CLOSE.

           PERFORM SUMAR-REPOSICIONES THRU SUMAR-REPOSICIONES-FIN.

           GO TO RELEER-REPOSICIONES-READ.

       RELEER-REPOSICIONES-CLOSE.
           CLOSE REPOSICIONES.

       RELEER-REPOSICIONES-FIN.
           CONTINUE.

       SUMAR-REPOSICIONES.
           ADD 1 TO NUM-LEIDOS.
           DIVIDE REP-TARJETA-NUEVA BY 100000000
               GIVING COCIENTE-TARJETA REMAINDER RESTO-TARJETA.
           ADD RESTO-TARJETA TO HASH-CALCULADO.
       SUMAR-REPOSICIONES-FIN.
           CONTINUE.

       TRATAR-PRESTAMOS.
           MOVE 13 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-PRESTAMOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT PRESTAMOS
               IF FSN <> 00
                   MOVE FSN TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-PRESTAMOS-FIN.

       TRATAR-PRESTAMOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-PRESTAMOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-PRESTAMOS-CLOSE.

           MOVE COPIA-REG TO PRESTAMO-REG.
           IF RESTAURANDO
               WRITE PRESTAMO-REG INVALID KEY
                   MOVE FSN TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-PRESTAMOS-CLOSE.

           PERFORM SUMAR-PRESTAMOS THRU SUMAR-PRESTAMOS-FIN.

           GO TO TRATAR-PRESTAMOS-READ.

       TRATAR-PRESTAMOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE PRESTAMOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-PRESTAMOS THRU RELEER-PRESTAMOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-PRESTAMOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-PRESTAMOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT PRESTAMOS.
           IF FSN <> 00
               MOVE FSN TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PRESTAMOS-FIN.

       RELEER-PRESTAMOS-READ.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO RELEER-PRESTAMOS-CLOSE.
           IF FSN <> 00
               MOVE FSN TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-PRESTAMOS-CLOSE.

           PERFORM SUMAR-PRESTAMOS THRU SUMAR-PRESTAMOS-FIN.

           GO TO RELEER-PRESTAMOS-READ.

       RELEER-PRESTAMOS-CLOSE.
           CLOSE PRESTAMOS.

       RELEER-PRESTAMOS-FIN.
           CONTINUE.

       SUMAR-PRESTAMOS.
           ADD 1 TO NUM-LEIDOS.
           IF PRE-CUOTA = 0
               ADD PRE-PENDIENTE-CENT TO HASH-CALCULADO
           ELSE
               ADD PRE-CUOTA-CENT TO HASH-CALCULADO.
       SUMAR-PRESTAMOS-FIN.
           CONTINUE.

       TRATAR-DEPOSITOS.
           MOVE 14 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-DEPOSITOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT DEPOSITOS
               IF FSO <> 00
                   MOVE FSO TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-DEPOSITOS-FIN.

       TRATAR-DEPOSITOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-DEPOSITOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-DEPOSITOS-CLOSE.

           MOVE COPIA-REG TO DEPOSITO-REG.
           IF RESTAURANDO
               WRITE DEPOSITO-REG INVALID KEY
                   MOVE FSO TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-DEPOSITOS-CLOSE.

           PERFORM SUMAR-DEPOSITOS THRU SUMAR-DEPOSITOS-FIN.

           GO TO TRATAR-DEPOSITOS-READ.

       TRATAR-DEPOSITOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE DEPOSITOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-DEPOSITOS THRU RELEER-DEPOSITOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-DEPOSITOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-DEPOSITOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT DEPOSITOS.
           IF FSO <> 00
               MOVE FSO TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-DEPOSITOS-FIN.

       RELEER-DEPOSITOS-READ.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO RELEER-DEPOSITOS-CLOSE.
           IF FSO <> 00
               MOVE FSO TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-DEPOSITOS-CLOSE.

           PERFORM SUMAR-DEPOSITOS THRU SUMAR-DEPOSITOS-FIN.

           GO TO RELEER-DEPOSITOS-READ.

       RELEER-DEPOSITOS-CLOSE.
           CLOSE DEPOSITOS.

       RELEER-DEPOSITOS-FIN.
           CONTINUE.

       SUMAR-DEPOSITOS.
           ADD 1 TO NUM-LEIDOS.
           ADD DEP-CAPITAL-CENT TO HASH-CALCULADO.
       SUMAR-DEPOSITOS-FIN.
           CONTINUE.

       TRATAR-INTERCAMBIOS.
           MOVE 15 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-INTERCAMBIOS-FIN.

           IF RESTAURANDO
               OPEN OUTPUT INTERCAMBIOS
               IF FSI <> 00
                   MOVE FSI TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-INTERCAMBIOS-FIN.

       TRATAR-INTERCAMBIOS-READ.
           READ F-COPIA AT END
               GO TO TRATAR-INTERCAMBIOS-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-INTERCAMBIOS-CLOSE.

           MOVE COPIA-REG TO INTERCAMBIO-REG.
           IF RESTAURANDO
               WRITE INTERCAMBIO-REG INVALID KEY
                   MOVE FSI TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-INTERCAMBIOS-CLOSE.

           PERFORM SUMAR-INTERCAMBIOS THRU SUMAR-INTERCAMBIOS-FIN.

           GO TO TRATAR-INTERCAMBIOS-READ.

       TRATAR-INTERCAMBIOS-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE INTERCAMBIOS.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-INTERCAMBIOS THRU RELEER-INTERCAMBIOS-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-INTERCAMBIOS-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-INTERCAMBIOS.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT INTERCAMBIOS.
           IF FSI <> 00
               MOVE FSI TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-INTERCAMBIOS-FIN.

       RELEER-INTERCAMBIOS-READ.
           READ INTERCAMBIOS NEXT RECORD AT END
               GO TO RELEER-INTERCAMBIOS-CLOSE.
           IF FSI <> 00
               MOVE FSI TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-INTERCAMBIOS-CLOSE.

           PERFORM SUMAR-INTERCAMBIOS THRU SUMAR-INTERCAMBIOS-FIN.

           GO TO RELEER-INTERCAMBIOS-READ.

       RELEER-INTERCAMBIOS-CLOSE.
           CLOSE INTERCAMBIOS.

       RELEER-INTERCAMBIOS-FIN.
           CONTINUE.

       SUMAR-INTERCAMBIOS.
           ADD 1 TO NUM-LEIDOS.
           ADD ICB-TOTAL-CENT TO HASH-CALCULADO.
       SUMAR-INTERCAMBIOS-FIN.
           CONTINUE.

       TRATAR-ESTADO.
           MOVE 16 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-ESTADO-FIN.

           IF RESTAURANDO
               OPEN OUTPUT ESTADO
               IF FSU <> 00
                   MOVE FSU TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-ESTADO-FIN.

       TRATAR-ESTADO-READ.
           READ F-COPIA AT END
               GO TO TRATAR-ESTADO-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-ESTADO-CLOSE.

           MOVE COPIA-REG TO ESTADO-REG.
           IF RESTAURANDO
               WRITE ESTADO-REG INVALID KEY
                   MOVE FSU TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-ESTADO-CLOSE.

           PERFORM SUMAR-ESTADO THRU SUMAR-ESTADO-FIN.

           GO TO TRATAR-ESTADO-READ.

       TRATAR-ESTADO-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE ESTADO.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-ESTADO THRU RELEER-ESTADO-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-ESTADO-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-ESTADO.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT ESTADO.
           IF FSU <> 00
               MOVE FSU TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-ESTADO-FIN.

       RELEER-ESTADO-READ.
           READ ESTADO NEXT RECORD AT END
               GO TO RELEER-ESTADO-CLOSE.
           IF FSU <> 00
               MOVE FSU TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-ESTADO-CLOSE.

           PERFORM SUMAR-ESTADO THRU SUMAR-ESTADO-FIN.

           GO TO RELEER-ESTADO-READ.

       RELEER-ESTADO-CLOSE.
           CLOSE ESTADO.

       RELEER-ESTADO-FIN.
           CONTINUE.

       SUMAR-ESTADO.
           ADD 1 TO NUM-LEIDOS.
           ADD EST-FECHA-NEGOCIO TO HASH-CALCULADO.
       SUMAR-ESTADO-FIN.
           CONTINUE.

       TRATAR-FISCAL.
           MOVE 17 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-FISCAL-FIN.

           IF RESTAURANDO
               OPEN OUTPUT F-FISCAL
               IF FSF <> 00
                   MOVE FSF TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-FISCAL-FIN.

       TRATAR-FISCAL-READ.
           READ F-COPIA AT END
               GO TO TRATAR-FISCAL-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-FISCAL-CLOSE.

           MOVE COPIA-REG TO FISCAL-REG.
           IF RESTAURANDO
               WRITE FISCAL-REG INVALID KEY
                   MOVE FSF TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-FISCAL-CLOSE.

           PERFORM SUMAR-FISCAL THRU SUMAR-FISCAL-FIN.

           GO TO TRATAR-FISCAL-READ.

       TRATAR-FISCAL-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE F-FISCAL.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-FISCAL THRU RELEER-FISCAL-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-FISCAL-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-FISCAL.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-FISCAL.
           IF FSF <> 00
               MOVE FSF TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-FISCAL-FIN.

       RELEER-FISCAL-READ.
           READ F-FISCAL NEXT RECORD AT END
               GO TO RELEER-FISCAL-CLOSE.
           IF FSF <> 00
               MOVE FSF TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-FISCAL-CLOSE.

           PERFORM SUMAR-FISCAL THRU SUMAR-FISCAL-FIN.

           GO TO RELEER-FISCAL-READ.

       RELEER-FISCAL-CLOSE.
           CLOSE F-FISCAL.

       RELEER-FISCAL-FIN.
           CONTINUE.

       SUMAR-FISCAL.
           ADD 1 TO NUM-LEIDOS.
           ADD FIS-INTERES-CENT TO HASH-CALCULADO.
       SUMAR-FISCAL-FIN.
           CONTINUE.

       TRATAR-ARCHIVO.
           MOVE 18 TO IDX.
           PERFORM ABRIR-COPIA THRU ABRIR-COPIA-FIN.
           IF HUBO-FALLO
               GO TO TRATAR-ARCHIVO-FIN.

           IF RESTAURANDO
               OPEN OUTPUT F-ARCHIVO
               IF FSA <> 00
                   MOVE FSA TO FS-ORIGEN
                   PERFORM ERROR-DESTINO THRU ERROR-DESTINO-FIN
                   GO TO TRATAR-ARCHIVO-FIN.

       TRATAR-ARCHIVO-READ.
           READ F-COPIA AT END
               GO TO TRATAR-ARCHIVO-CLOSE.
           IF FSK <> 00
               PERFORM ERROR-COPIA THRU ERROR-COPIA-FIN
               GO TO TRATAR-ARCHIVO-CLOSE.

           MOVE COPIA-REG TO ARCHIVO-REG.
           IF RESTAURANDO
               WRITE ARCHIVO-REG INVALID KEY
                   MOVE FSA TO FS-ORIGEN
                   PERFORM ERROR-GRABACION THRU ERROR-GRABACION-FIN
                   GO TO TRATAR-ARCHIVO-CLOSE.

           PERFORM SUMAR-ARCHIVO THRU SUMAR-ARCHIVO-FIN.

           GO TO TRATAR-ARCHIVO-READ.

       TRATAR-ARCHIVO-CLOSE.
           CLOSE F-COPIA.
           IF RESTAURANDO
               CLOSE F-ARCHIVO.
           IF RESTAURANDO AND NOT HUBO-FALLO
               PERFORM RELEER-ARCHIVO THRU RELEER-ARCHIVO-FIN.
           IF NOT HUBO-FALLO
               PERFORM COMPROBAR-CIFRAS THRU COMPROBAR-CIFRAS-FIN.

       TRATAR-ARCHIVO-FIN.
           CONTINUE.

      *    Cifras de lo grabado, leidas del indexado ya cerrado.
       RELEER-ARCHIVO.
           MOVE 0 TO NUM-LEIDOS.
           MOVE 0 TO HASH-CALCULADO.

           OPEN INPUT F-ARCHIVO.
           IF FSA <> 00
               MOVE FSA TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-ARCHIVO-FIN.

       RELEER-ARCHIVO-READ.
           READ F-ARCHIVO NEXT RECORD AT END
               GO TO RELEER-ARCHIVO-CLOSE.
           IF FSA <> 00
               MOVE FSA TO FS-ORIGEN
               PERFORM ERROR-RELECTURA THRU ERROR-RELECTURA-FIN
               GO TO RELEER-ARCHIVO-CLOSE.

           PERFORM SUMAR-ARCHIVO THRU SUMAR-ARCHIVO-FIN.

           GO TO RELEER-ARCHIVO-READ.

       RELEER-ARCHIVO-CLOSE.
           CLOSE F-ARCHIVO.

       RELEER-ARCHIVO-FIN.
           CONTINUE.

       SUMAR-ARCHIVO.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-HASH = ARC-IMPORTE-ENT * 100.
           IF ARC-IMPORTE-ENT < 0
               SUBTRACT ARC-IMPORTE-DEC FROM CENT-HASH
           ELSE
               ADD ARC-IMPORTE-DEC TO CENT-HASH.
           ADD CENT-HASH TO HASH-CALCULADO.
       SUMAR-ARCHIVO-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK54 - Error de fichero. FSK=" FSK " FSG=" FSG
               " DEBUG=" DEBUG.

       END PROGRAM BANK54.
