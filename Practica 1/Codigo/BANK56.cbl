       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK56.

      *    Utilidad de un solo uso: reconstruye clientes.ubd con la
      *    caducidad del documento y la fecha de ultima revision de
      *    datos (CLI-CADUCIDAD-DOC, CLI-FECHA-REVISION) que ahora
      *    declara CLIREG. El fichero actual, grabado con el registro
      *    antiguo mas corto, no puede abrirse con la declaracion
      *    nueva, asi que esta utilidad lo lee con la declaracion
      *    antigua y lo vuelca a clientes.nuevo con el registro nuevo,
      *    dejando las dos fechas a cero (sin anotar): BANKKYC da a
      *    esos clientes por pendientes de identificacion hasta que
      *    se les revisen los datos en sucursal (BANK12). Al terminar,
      *    con todo parado:
      *
      *       1. renombrar clientes.ubd    a clientes.viejo
      *       2. renombrar clientes.nuevo  a clientes.ubd
      *
      *    Conservar clientes.viejo hasta comprobar unos cuantos
      *    clientes por BANK12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANTIGUO ASSIGN TO "clientes.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIE-DNI
           FILE STATUS IS FSV.

           SELECT F-NUEVO ASSIGN TO "clientes.nuevo"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSN.

       DATA DIVISION.
       FILE SECTION.
       FD F-ANTIGUO.
      *    Declaracion del registro tal y como quedo grabado antes de
      *    anadir las fechas de identificacion.
       01 ANTIGUO-REG.
           02 VIE-DNI               PIC  X(9).
           02 VIE-NOMBRE            PIC  X(35).
           02 VIE-DIRECCION         PIC  X(40).
           02 VIE-POBLACION         PIC  X(25).
           02 VIE-TELEFONO          PIC  9(9).

       FD F-NUEVO.
           COPY CLIREG.

       WORKING-STORAGE SECTION.
       77 FSV                        PIC  X(2).
       77 FSN                        PIC  X(2).

       77 NUM-COPIADOS               PIC  9(9) VALUE 0.

       77 DEBUG                      PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK56".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK56 - Reorganizacion del fichero de clientes".

           OPEN INPUT F-ANTIGUO.
           IF FSV = 35
               DISPLAY "BANK56 - No hay fichero que reorganizar"
               STOP RUN.
           IF FSV <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"    TO LOG-PARRAFO
               MOVE "CLIENTES"  TO LOG-FICHERO
               MOVE FSV         TO LOG-STATUS
               PERFORM ERROR-FICHERO
               STOP RUN.

      *    El fichero nuevo se regraba entero en cada ejecucion:
      *    relanzar la utilidad tras una caida simplemente vuelve a
      *    empezar el volcado.
           OPEN OUTPUT F-NUEVO.
           IF FSN <> 00
               MOVE 2 TO DEBUG
               MOVE "INICIO"       TO LOG-PARRAFO
               MOVE "CLINUEVO"     TO LOG-FICHERO
               MOVE FSN            TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-ANTIGUO
               STOP RUN.

           MOVE SPACES TO VIE-DNI.

       COPIAR-READ.
           READ F-ANTIGUO NEXT RECORD AT END
               GO TO COPIAR-FIN.

           MOVE VIE-DNI       TO CLI-DNI.
           MOVE VIE-NOMBRE    TO CLI-NOMBRE.
           MOVE VIE-DIRECCION TO CLI-DIRECCION.
           MOVE VIE-POBLACION TO CLI-POBLACION.
           MOVE VIE-TELEFONO  TO CLI-TELEFONO.
           MOVE 0             TO CLI-CADUCIDAD-DOC.
           MOVE 0             TO CLI-FECHA-REVISION.

           WRITE CLIENTE-REG INVALID KEY
               MOVE 3 TO DEBUG
               MOVE "COPIAR-READ" TO LOG-PARRAFO
               MOVE "CLINUEVO"    TO LOG-FICHERO
               MOVE FSN           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-ANTIGUO
               CLOSE F-NUEVO
               STOP RUN.

           ADD 1 TO NUM-COPIADOS.
           GO TO COPIAR-READ.

       COPIAR-FIN.
           CLOSE F-ANTIGUO.
           CLOSE F-NUEVO.

           DISPLAY "BANK56 - Registros copiados: " NUM-COPIADOS.
           DISPLAY "BANK56 - Con todo parado, renombre:".
           DISPLAY "BANK56 -   clientes.ubd   -> clientes.viejo".
           DISPLAY "BANK56 -   clientes.nuevo -> clientes.ubd".

           STOP RUN.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK56 - Error de fichero. FSV=" FSV
               " FSN=" FSN " DEBUG=" DEBUG.

       END PROGRAM BANK56.
