       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK57.

      *    Utilidad de un solo uso: reconstruye productos.ubd con la
      *    tasa de prestamo del producto (PRO-TASA-PRESTAMO) que ahora
      *    declara PRODREG. El fichero actual, grabado con el registro
      *    antiguo mas corto, no puede abrirse con la declaracion
      *    nueva, asi que esta utilidad lo lee con la declaracion
      *    antigua y lo vuelca a productos.nuevo con el registro
      *    nuevo, dejando la tasa a cero: los prestamos de esos
      *    productos siguen con la tasa general de parametros.ubd
      *    hasta que se fije una en el catalogo (BANK26). Al terminar,
      *    con todo parado:
      *
      *       1. renombrar productos.ubd    a productos.viejo
      *       2. renombrar productos.nuevo  a productos.ubd
      *
      *    Conservar productos.viejo hasta comprobar unos cuantos
      *    productos por BANK26.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANTIGUO ASSIGN TO "productos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIE-CODIGO
           FILE STATUS IS FSV.

           SELECT F-NUEVO ASSIGN TO "productos.nuevo"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CODIGO
           FILE STATUS IS FSN.

       DATA DIVISION.
       FILE SECTION.
       FD F-ANTIGUO.
      *    Declaracion del registro tal y como quedo grabado antes de
      *    anadir PRO-TASA-PRESTAMO.
       01 ANTIGUO-REG.
           02 VIE-CODIGO            PIC  X(4).
           02 VIE-DESCRIPCION       PIC  X(35).
           02 VIE-LIMITE-TRF        PIC  9(9).
           02 VIE-TASA-INTERES      PIC  9(4).
           02 VIE-TASA-DESCUB       PIC  9(4).
           02 VIE-DESCUB-DEF        PIC  9(7).
           02 VIE-BILLETE10         PIC  9(1).
           02 VIE-BILLETE20         PIC  9(1).
           02 VIE-BILLETE50         PIC  9(1).

       FD F-NUEVO.
           COPY PRODREG.

       WORKING-STORAGE SECTION.
       77 FSV                        PIC  X(2).
       77 FSN                        PIC  X(2).

       77 NUM-COPIADOS               PIC  9(9) VALUE 0.

       77 DEBUG                      PIC  9(1).

       77 LOG-PROGRAMA               PIC  X(8) VALUE "BANK57".
       77 LOG-PARRAFO                PIC  X(20).
       77 LOG-FICHERO                PIC  X(12).
       77 LOG-STATUS                 PIC  X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK57 - Reorganizacion del fichero de productos".

           OPEN INPUT F-ANTIGUO.
           IF FSV = 35
               DISPLAY "BANK57 - No hay fichero que reorganizar"
               STOP RUN.
           IF FSV <> 00
               MOVE 1 TO DEBUG
               MOVE "INICIO"    TO LOG-PARRAFO
               MOVE "PRODUCTOS" TO LOG-FICHERO
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
               MOVE "PRODNUEVO"    TO LOG-FICHERO
               MOVE FSN            TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-ANTIGUO
               STOP RUN.

           MOVE SPACES TO VIE-CODIGO.

       COPIAR-READ.
           READ F-ANTIGUO NEXT RECORD AT END
               GO TO COPIAR-FIN.

           MOVE VIE-CODIGO       TO PRO-CODIGO.
           MOVE VIE-DESCRIPCION  TO PRO-DESCRIPCION.
           MOVE VIE-LIMITE-TRF   TO PRO-LIMITE-TRF.
           MOVE VIE-TASA-INTERES TO PRO-TASA-INTERES.
           MOVE VIE-TASA-DESCUB  TO PRO-TASA-DESCUB.
           MOVE VIE-DESCUB-DEF   TO PRO-DESCUB-DEF.
           MOVE VIE-BILLETE10    TO PRO-BILLETE10.
           MOVE VIE-BILLETE20    TO PRO-BILLETE20.
           MOVE VIE-BILLETE50    TO PRO-BILLETE50.
           MOVE 0                TO PRO-TASA-PRESTAMO.

           WRITE PRODUCTO-REG INVALID KEY
               MOVE 3 TO DEBUG
               MOVE "COPIAR-READ" TO LOG-PARRAFO
               MOVE "PRODNUEVO"   TO LOG-FICHERO
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

           DISPLAY "BANK57 - Registros copiados: " NUM-COPIADOS.
           DISPLAY "BANK57 - Con todo parado, renombre:".
           DISPLAY "BANK57 -   productos.ubd   -> productos.viejo".
           DISPLAY "BANK57 -   productos.nuevo -> productos.ubd".

           STOP RUN.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

           DISPLAY "BANK57 - Error de fichero. FSV=" FSV
               " FSN=" FSN " DEBUG=" DEBUG.

       END PROGRAM BANK57.
