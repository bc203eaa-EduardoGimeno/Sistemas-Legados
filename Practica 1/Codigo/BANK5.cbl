       77 PA-VALOR-DEC              PIC   9(4).
       77 PA-RESULTADO              PIC   9(1).

       77 ES-MODO                   PIC   X(1).
       77 ES-PROCESO                PIC   X(8) VALUE "BANK5".
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
      *    ingreso.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           IF ES-SITUACION = "C"
               GO TO SERVICIO-NO-DISPONIBLE.

           CALL "BANKPIN" USING BP-MODO, TNUM, BP-PIN, BP-RESULTADO,
               BP-INTENTOS-RESTANTES.
           IF BP-RESULTADO = 3
           ADD CENT-IMPOR-USER TO CENT-ACUMULADOR.

       INSERTAR-MOVIMIENTO SECTION.
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
       EMITIR-RECIBO-FIN.
           CONTINUE.

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

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35

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
