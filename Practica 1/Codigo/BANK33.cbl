      *    de modo que una caida entre ambos ficheros deja como
      *    mucho un registro duplicado en el archivo (la reanudacion
      *    lo tolera) y nunca un movimiento perdido.
      *    Mientras se archiva, el servicio en linea queda cerrado
      *    (BANKEST) para que no entren movimientos nuevos en el libro
      *    que se esta recorriendo; si lo lanza la cadena de BANK18,
      *    que ya lo tiene cerrado, lo deja como esta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 ES-MODO                    PIC  X(1).
       77 ES-PROCESO                 PIC  X(8) VALUE "BANK33".
       77 ES-FECHA                   PIC  9(8).
       77 ES-SITUACION               PIC  X(1).
       77 ES-RESULTADO               PIC  9(1).

       77 PA-MODO                    PIC  X(1).
       77 PA-CLAVE                   PIC  X(12).
       77 PA-FECHA                   PIC  9(8).
               DISPLAY "BANK33 - " BT-FECHA " - Ya liquidado, se omite"
               GOBACK.

           MOVE "X" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               DISPLAY "BANK33 - " BT-FECHA
                   " - Error de estado en linea"
               GOBACK.

           MOVE 0 TO NUM-ARCHIVADOS.
           MOVE 0 TO PROCESO-FALLIDO.


           IF HUBO-FALLO
               DISPLAY "BANK33 - " BT-FECHA " - Error, no finalizado"
               PERFORM REABRIR-SERVICIO THRU REABRIR-SERVICIO-FIN
               GOBACK.

           MOVE "F" TO BT-MODO.
           DISPLAY "BANK33 - " BT-FECHA " - OK - Archivados: "
               NUM-ARCHIVADOS.

           PERFORM REABRIR-SERVICIO THRU REABRIR-SERVICIO-FIN.
           GOBACK.

      *    Solo se archivan movimientos EJECUTADOS anteriores al
               MOVE "TRABAJO"            TO LOG-FICHERO
               MOVE FSW                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               PERFORM REABRIR-SERVICIO THRU REABRIR-SERVICIO-FIN
               GOBACK.

           OPEN INPUT F-MOVIMIENTOS.
               MOVE FSM                  TO LOG-STATUS
               PERFORM ERROR-FICHERO
               CLOSE F-TRABAJO
               PERFORM REABRIR-SERVICIO THRU REABRIR-SERVICIO-FIN
               GOBACK.

       ENCONTRAR-ANTIGUOS-READ.
               CLOSE F-ARCHIVO
               GO TO ARCHIVO-OPEN.

      *    Solo reabre si fue este batch quien cerro (BANKEST).
       REABRIR-SERVICIO.
           MOVE "A" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
       REABRIR-SERVICIO-FIN.
           CONTINUE.

       ERROR-FICHERO.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.
