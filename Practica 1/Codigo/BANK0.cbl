      *    contra tarjetas.ubd/intentos.ubd a traves de BANKPIN (modo
      *    "V"), y a partir de ahi ofrece el menu de sesion que llama
      *    a BANK5 (ingreso), BANK6 (transferencia), BANK7
      *    (reintegro), BANK9 (cambio de PIN), BANK31 (consulta de
      *    saldo y movimientos) y BANK44 (agenda de beneficiarios),
      *    todos ellos invocados con la tarjeta ya autenticada.
      *    Mientras la ventana de batch tiene el servicio en linea
      *    cerrado (BANKEST) no se abren sesiones.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 PA-VALOR-DEC              PIC    9(4).
       77 PA-RESULTADO              PIC    9(1).

       77 ES-MODO                   PIC    X(1).
       77 ES-PROCESO                PIC    X(8) VALUE "BANK0".
       77 ES-FECHA                  PIC    9(8).
       77 ES-SITUACION              PIC    X(1).
       77 ES-RESULTADO              PIC    9(1).

       77 NT-TARJETA                PIC   9(16).
       77 NT-EVENTO                 PIC    X(2).
       77 NT-DETALLE                PIC   X(35).
           ELSE
               GO TO PANTALLA-LOGIN.

           MOVE "C" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               MOVE "PANTALLA-LOGIN" TO LOG-PARRAFO
               MOVE "ESTADO"         TO LOG-FICHERO
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.
           IF ES-SITUACION = "C"
               GO TO SERVICIO-NO-DISPONIBLE.

           CALL "BANKPIN" USING BP-MODO, TNUM-SESION, BP-PIN,
               BP-RESULTADO, BP-INTENTOS-RESTANTES.

               GO TO TARJETA-RETIRADA.
           IF BP-RESULTADO = 7
               GO TO TARJETA-DE-BAJA.
           IF BP-RESULTADO = 8
               GO TO TARJETA-INACTIVA.
           IF BP-RESULTADO = 1
               GO TO PIN-ERR.

       MENU-PRINCIPAL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "1 - Ingresar efectivo" LINE 8 COL 19.
           DISPLAY "2 - Realizar transferencia" LINE 10 COL 19.
           DISPLAY "3 - Retirar efectivo" LINE 12 COL 19.
           DISPLAY "4 - Cambiar clave de acceso" LINE 14 COL 19.
           DISPLAY "5 - Consultar saldo y movimientos" LINE 16 COL 19.
           DISPLAY "6 - Agenda de beneficiarios" LINE 18 COL 19.
           DISPLAY "Elija una opcion:" LINE 20 COL 19.

           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           IF ELECCION-MENU = 5
               CALL "BANK31" USING TNUM-SESION
               GO TO MENU-PRINCIPAL.
           IF ELECCION-MENU = 6
               CALL "BANK44" USING TNUM-SESION
               GO TO MENU-PRINCIPAL.

           GO TO MENU-PRINCIPAL.

           DISPLAY "Enter - Salir" LINE 24 COL 2.
           GO TO EXIT-ENTER.

       SERVICIO-NO-DISPONIBLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Servicio temporalmente no disponible" LINE 09
               COL 22
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 2.
           GO TO EXIT-ENTER.

       TARJETA-BLOQUEADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta tarjeta esta bloqueada" LINE 09 COL 25
           DISPLAY "Enter - Salir" LINE 24 COL 2.
           GO TO EXIT-ENTER.

      *    Tarjeta marcada por BANK45 tras meses sin uso: solo la
      *    reactiva una sucursal (BANK13) comprobando el titular.
       TARJETA-INACTIVA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta tarjeta esta inactiva" LINE 09 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Acuda a una sucursal para reactivarla"
               LINE 11 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 2.
           GO TO EXIT-ENTER.

       PIN-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El pin introducido es incorrecto" LINE 10 COL 25
