      *    F-MOVIMIENTOS que BANK5 (saldo = ultimo movimiento
      *    ejecutado de la tarjeta), pero cargando en vez de
      *    abonando, y calculando la combinacion minima de
      *    billetes de 10/20/50 a entregar. Cada entrega queda en el
      *    diario electronico del cajero (BANKDIA) con la tarjeta,
      *    el movimiento, el importe y los billetes, para el cuadre
      *    de efectivo de BANK52.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK7".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
       77 LOG-STATUS                PIC    X(2).

       77 ES-MODO                   PIC   X(1).
       77 ES-PROCESO                PIC   X(8) VALUE "BANK7".
       01 ES-FECHA.
           05 ES-ANO                PIC   9(4).
           05 ES-MES                PIC   9(2).
           05 ES-DIA                PIC   9(2).
       77 ES-SITUACION              PIC   X(1).
       77 ES-RESULTADO              PIC   9(1).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).


       PROCEDURE DIVISION USING TNUM.
       VERIFICAR-TARJETA.
      *    Con la ventana de batch cerrada (BANKEST) no se admite el
      *    reintegro.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           IF ES-SITUACION = "C"
               GO TO SERVICIO-NO-DISPONIBLE.

           CALL "BANKPIN" USING BP-MODO, TNUM, BP-PIN, BP-RESULTADO,
               BP-INTENTOS-RESTANTES.
           IF BP-RESULTADO = 3
           MOVE BC-CANT50 TO BILLETE50-DISPENSAR.

       EXTRAER-MOVIMIENTO SECTION.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.

           MOVE "N" TO BP2-MODO.
       ESCRITURA.
           MOVE BP2-MOV-NUM              TO MOV-NUM.
           MOVE TNUM                    TO MOV-TARJETA.
           MOVE ES-ANO                  TO MOV-ANO.
           MOVE ES-MES                  TO MOV-MES.
           MOVE ES-DIA                  TO MOV-DIA.
           MOVE HORAS                   TO MOV-HOR.
           MOVE MINUTOS                 TO MOV-MIN.
           MOVE SEGUNDOS                TO MOV-SEG.
               GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

      *    Los billetes ya estan entregados y el cargo apuntado: si el
      *    diario no se puede grabar no se para al cliente, pero el
      *    fallo queda en errores.txt para explicar el descuadre.
       ANOTAR-DIARIO.
           MOVE "D"                     TO DI-TIPO.
           MOVE ES-FECHA                TO DI-FECHA.
           MOVE TNUM                    TO DI-TARJETA.
           MOVE SPACES                  TO DI-OPERADOR.
           MOVE BP2-MOV-NUM             TO DI-MOV-NUM.
           MOVE EURENT-USUARIO          TO DI-IMPORTE.
           MOVE BC-CANT10               TO DI-CANT10.
           MOVE BC-CANT20               TO DI-CANT20.
           MOVE BC-CANT50               TO DI-CANT50.
           CALL "BANKDIA" USING DI-TIPO, DI-FECHA, DI-TARJETA,
               DI-OPERADOR, DI-MOV-NUM, DI-IMPORTE, DI-CANT10,
               DI-CANT20, DI-CANT50, DI-RESULTADO.
           IF DI-RESULTADO <> 0
               MOVE "ANOTAR-DIARIO" TO LOG-PARRAFO
               MOVE "DIARIOCAJERO"  TO LOG-FICHERO
               MOVE "99"            TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35

           GO TO EXIT-ENTER.

      *    Fecha de apunte (BANKEST): la fecha de negocio en linea o,
      *    pasada la hora de corte, el siguiente dia habil.
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
           CLOSE F-MOVIMIENTOS.


           GO TO EXIT-ENTER.

       SERVICIO-NO-DISPONIBLE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 3.
           DISPLAY "Servicio temporalmente no disponible" LINE 9
               COL 22
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
