      *    Recorre todas las fechas de negocio desde la ultima
      *    liquidada con exito (segun controlbatch.ubd, via BANKCTL)
      *    hasta hoy y, para cada fecha, lanza los batches en su
      *    orden: BANK1, BANK2, BANK8, BANK10, BANK48, BANK50,
      *    BANK23, BANK42, BANK27, BANK29, BANK41, BANK45, BANK51,
      *    BANK52, BANK55, BANK36, BANK37. La
      *    fecha a procesar se fija con BANKCTL modo "S" y cada
      *    batch la recoge con el
      *    modo "P", se niega a repetir una fecha ya liquidada y
      *    Si un batch no anota su exito para una fecha, se deja de
      *    lanzar en esta pasada para no saltarse dias: quedara
      *    pendiente de recuperar en la siguiente.
      *    Mientras corre la cadena el servicio en linea queda
      *    cerrado (BANKEST): BANK0 no abre sesiones y nada se apunta
      *    a medio liquidar. Al terminar se rueda la fecha de negocio
      *    en linea al siguiente dia habil y se reabre el servicio.
      *    Nada mas cerrar el servicio, y una sola vez por pasada, se
      *    saca la copia de seguridad de los ficheros indexados
      *    (BANK53); BANK54 la restaura si hace falta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 MILISEGUNDOS       PIC  9(2).
           05 DIF-GMT                PIC S9(4).

       77 NUM-BATCHES                PIC  9(2) VALUE 17.
       01 LISTA-BATCHES-VAL.
           05 FILLER                 PIC  X(8) VALUE "BANK1".
           05 FILLER                 PIC  X(8) VALUE "BANK2".
           05 FILLER                 PIC  X(8) VALUE "BANK8".
           05 FILLER                 PIC  X(8) VALUE "BANK10".
           05 FILLER                 PIC  X(8) VALUE "BANK48".
           05 FILLER                 PIC  X(8) VALUE "BANK50".
           05 FILLER                 PIC  X(8) VALUE "BANK23".
           05 FILLER                 PIC  X(8) VALUE "BANK42".
           05 FILLER                 PIC  X(8) VALUE "BANK27".
           05 FILLER                 PIC  X(8) VALUE "BANK29".
           05 FILLER                 PIC  X(8) VALUE "BANK41".
           05 FILLER                 PIC  X(8) VALUE "BANK45".
           05 FILLER                 PIC  X(8) VALUE "BANK51".
           05 FILLER                 PIC  X(8) VALUE "BANK52".
           05 FILLER                 PIC  X(8) VALUE "BANK55".
           05 FILLER                 PIC  X(8) VALUE "BANK36".
           05 FILLER                 PIC  X(8) VALUE "BANK37".
       01 LISTA-BATCHES REDEFINES LISTA-BATCHES-VAL.
           05 BATCH-NOMBRE OCCURS 17 TIMES
               PIC X(8).
       01 TABLA-ULTIMAS.
           05 BATCH-ULT OCCURS 17 TIMES
               PIC 9(8).
       01 TABLA-FALLOS.
           05 BATCH-FALLIDO OCCURS 17 TIMES
               PIC 9(1).

       77 IDX                        PIC  9(2).
       77 BT-FECHA                   PIC  9(8).
       77 BT-RESULTADO               PIC  9(1).

       77 ES-MODO                    PIC  X(1).
       77 ES-PROCESO                 PIC  X(8) VALUE "BANK18".
       77 ES-FECHA                   PIC  9(8).
       77 ES-SITUACION               PIC  X(1).
       77 ES-RESULTADO               PIC  9(1).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BANK18 - Lanzador de batches".

           MOVE FECHA-INICIO TO FECHA-ACTUAL.

           MOVE "X" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               DISPLAY "BANK18 - Error de estado en linea"
               STOP RUN.
           DISPLAY "BANK18 - Servicio en linea cerrado".

      *    Copia de seguridad de los ficheros tal y como quedaron al
      *    cerrar el servicio, antes de liquidar nada. Si la copia
      *    falla lo anota BANK53 y la cadena sigue.
           CALL "BANK53".

       BUCLE-FECHAS.
           IF FECHA-ACTUAL > FECHA-HOY-NUM
               GO TO FIN-LANZADOR.
           DISPLAY "BANK18 - Lanzamientos realizados: " NUM-LANZADOS.
           DISPLAY "BANK18 - Al dia hasta " FECHA-HOY-NUM.

      *    Hoy queda cerrado para el servicio en linea: lo que se
      *    apunte a partir de ahora va al siguiente dia habil.
           MOVE "R" TO ES-MODO.
           MOVE FECHA-HOY-NUM TO ES-FECHA.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               DISPLAY "BANK18 - Error de estado en linea"
           ELSE
               DISPLAY "BANK18 - Fecha de negocio en linea " ES-FECHA.

           MOVE "A" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               DISPLAY "BANK18 - Error de estado en linea"
           ELSE
               DISPLAY "BANK18 - Servicio en linea abierto".

           STOP RUN.

       CARGAR-ULTIMA.
