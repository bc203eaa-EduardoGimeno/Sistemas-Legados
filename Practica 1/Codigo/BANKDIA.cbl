       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDIA.

      *    Subprograma compartido del diario electronico del cajero,
      *    al estilo de BANKAUD: BANK7 lo llama despues de cada
      *    reintegro con los billetes entregados, BANK11 despues de
      *    cada reposicion y de cada recuento fisico de los casetes,
      *    y BANK52 al cerrar el cuadre de la fecha. Deja una linea
      *    en diariocajero.txt (DIACAJREG) con la fecha de negocio que
      *    recibe y la hora del reloj. El fichero solo crece; BANK52
      *    lo recorre para cuadrar el efectivo.
      *
      *    A diferencia de BANKAUD si devuelve resultado (0 bien, 1
      *    error de fichero), porque el cuadre depende de que no
      *    falte ninguna linea: el que llama lo deja en errores.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIARIO ASSIGN TO "diariocajero.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSJ.

       DATA DIVISION.
       FILE SECTION.
       FD F-DIARIO.
           COPY DIACAJREG.

       WORKING-STORAGE SECTION.
       77 FSJ                       PIC  X(2).

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

       LINKAGE SECTION.
       77 DI-TIPO                   PIC  X(1).
       77 DI-FECHA                  PIC  9(8).
       77 DI-TARJETA                PIC  9(16).
       77 DI-OPERADOR               PIC  X(8).
       77 DI-MOV-NUM                PIC  9(35).
       77 DI-IMPORTE                PIC  9(7).
       77 DI-CANT10                 PIC  9(7).
       77 DI-CANT20                 PIC  9(7).
       77 DI-CANT50                 PIC  9(7).
       77 DI-RESULTADO              PIC  9(1).

       PROCEDURE DIVISION USING DI-TIPO, DI-FECHA, DI-TARJETA,
               DI-OPERADOR, DI-MOV-NUM, DI-IMPORTE, DI-CANT10,
               DI-CANT20, DI-CANT50, DI-RESULTADO.
       INICIO.
           MOVE 0 TO DI-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE DI-FECHA     TO DCJ-FECHA.
           COMPUTE DCJ-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE DI-TIPO      TO DCJ-TIPO.
           MOVE DI-TARJETA   TO DCJ-TARJETA.
           MOVE DI-OPERADOR  TO DCJ-OPERADOR.
           MOVE DI-MOV-NUM   TO DCJ-MOV-NUM.
           MOVE DI-IMPORTE   TO DCJ-IMPORTE.
           MOVE DI-CANT10    TO DCJ-CANT10.
           MOVE DI-CANT20    TO DCJ-CANT20.
           MOVE DI-CANT50    TO DCJ-CANT50.

           OPEN EXTEND F-DIARIO.
           IF FSJ = 35
               OPEN OUTPUT F-DIARIO
               CLOSE F-DIARIO
               OPEN EXTEND F-DIARIO.
           IF FSJ <> 00
               MOVE 1 TO DI-RESULTADO
               GO TO FIN-PROGRAMA.

           WRITE DIARIO-CAJ-REG.
           IF FSJ <> 00
               MOVE 1 TO DI-RESULTADO.
           CLOSE F-DIARIO.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       END PROGRAM BANKDIA.
