       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEST.

      *    Subprograma compartido de estado del servicio en linea
      *    (estado.ubd, un solo registro). Guarda la fecha de negocio
      *    en linea y si la ventana de batch tiene el servicio
      *    cerrado. Los programas en linea (BANK0 al abrir sesion,
      *    BANK5, BANK6 y BANK7 al apuntar) le preguntan la fecha
      *    con la que deben grabar sus movimientos y si pueden
      *    operar; BANK18 (y BANK33 en el archivado) cierran el
      *    servicio al empezar y lo reabren al acabar. Sigue el
      *    mismo reparto de modos que BANKCTL:
      *
      *    ES-MODO = "C": consultar. Devuelve en ES-SITUACION "A"
      *       (abierto) o "C" (cerrado) y en ES-FECHA la fecha de
      *       apunte de este momento: la fecha de negocio en linea,
      *       o, si el reloj ya la alcanzo y paso la hora de corte
      *       (CORTEHORA en parametros.ubd, hhmm; sin fila en vigor,
      *       las 22:00), el siguiente dia habil segun BANKCAL.
      *    ES-MODO = "X": cerrar el servicio a nombre de ES-PROCESO.
      *    ES-MODO = "A": reabrir. Solo lo reabre el mismo proceso
      *       que lo cerro, para que un batch suelto no abra la
      *       ventana en mitad de la cadena de BANK18.
      *    ES-MODO = "R": rodar la fecha de negocio en linea al
      *       primer dia habil posterior a ES-FECHA (la fecha que
      *       acaba de liquidarse); nunca la hace retroceder.
      *       Devuelve en ES-FECHA la fecha de negocio resultante.
      *
      *    La primera vez se crea el registro abierto, con el dia
      *    habil de hoy como fecha de negocio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO ASSIGN TO "estado.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CLAVE
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADO.
           COPY ESTREG.

       WORKING-STORAGE SECTION.
       77 FSE                       PIC  X(2).
       77 REGISTRO-NUEVO            PIC  X(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC  9(4).
               10 MES               PIC  9(2).
               10 DIA               PIC  9(2).
           05 HORA.
               10 HORAS             PIC  9(2).
               10 MINUTOS           PIC  9(2).
               10 SEGUNDOS          PIC  9(2).
               10 MILISEGUNDOS      PIC  9(2).
           05 DIF-GMT               PIC S9(4).

       77 FECHA-HOY-NUM             PIC  9(8).
       77 HORA-HOY-NUM              PIC  9(4).
       77 HORA-CORTE                PIC  9(4) VALUE 2200.
       77 FECHA-TRABAJO             PIC  9(8).
       77 DIAS-ENTEROS              PIC  9(8).

       77 CA-RESULTADO              PIC  9(1).

       77 PA-MODO                   PIC  X(1).
       77 PA-CLAVE                  PIC  X(12).
       77 PA-FECHA                  PIC  9(8).
       77 PA-VALOR-ENT              PIC S9(9).
       77 PA-VALOR-DEC              PIC  9(4).
       77 PA-RESULTADO              PIC  9(1).

       LINKAGE SECTION.
       77 ES-MODO                   PIC  X(1).
           88 ES-MODO-CONSULTAR       VALUE "C".
           88 ES-MODO-CERRAR          VALUE "X".
           88 ES-MODO-ABRIR           VALUE "A".
           88 ES-MODO-RODAR           VALUE "R".
       77 ES-PROCESO                PIC  X(8).
       77 ES-FECHA                  PIC  9(8).
       77 ES-SITUACION              PIC  X(1).
       77 ES-RESULTADO              PIC  9(1).
           88 ES-OK                   VALUE 0.
           88 ES-ERROR-FICHERO        VALUE 1.

       PROCEDURE DIVISION USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
       INICIO.
           MOVE 0 TO ES-RESULTADO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY-NUM = (HORAS * 100) + MINUTOS.

           OPEN I-O ESTADO.
           IF FSE = 35
               OPEN OUTPUT ESTADO
               CLOSE ESTADO
               OPEN I-O ESTADO.
           IF FSE <> 00
               SET ES-ERROR-FICHERO TO TRUE
               GO TO FIN-PROGRAMA.

           MOVE "N" TO REGISTRO-NUEVO.
           MOVE "ENLINEA" TO EST-CLAVE.
           READ ESTADO INVALID KEY
               MOVE "S" TO REGISTRO-NUEVO
               MOVE "ENLINEA" TO EST-CLAVE
               MOVE FECHA-HOY-NUM TO FECHA-TRABAJO
               CALL "BANKCAL" USING FECHA-TRABAJO, CA-RESULTADO
               MOVE FECHA-TRABAJO TO EST-FECHA-NEGOCIO
               SET EST-ABIERTO TO TRUE
               MOVE SPACES TO EST-PROCESO
               MOVE FECHA-HOY-NUM TO EST-FECHA-CAMBIO
               MOVE 0 TO EST-HORA-CAMBIO
           END-READ.

           IF ES-MODO-CERRAR
               GO TO CERRAR.
           IF ES-MODO-ABRIR
               GO TO ABRIR.
           IF ES-MODO-RODAR
               GO TO RODAR.

       CONSULTAR.
           MOVE EST-SITUACION TO ES-SITUACION.

      *    Hora de corte en vigor (hhmm); un valor sin sentido se
      *    ignora y queda la compilada.
           MOVE "L" TO PA-MODO.
           MOVE "CORTEHORA" TO PA-CLAVE.
           MOVE 0 TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT < 2400
               MOVE PA-VALOR-ENT TO HORA-CORTE.

      *    Mientras el reloj no alcanza la fecha de negocio (noche
      *    tras el rodado de BANK18, fin de semana) se apunta en
      *    ella. Alcanzada, se apunta en el dia habil de hoy, o en
      *    el siguiente si ya paso la hora de corte.
           IF FECHA-HOY-NUM < EST-FECHA-NEGOCIO
               MOVE EST-FECHA-NEGOCIO TO ES-FECHA
               GO TO CONSULTAR-FIN.

           MOVE FECHA-HOY-NUM TO FECHA-TRABAJO.
           IF HORA-HOY-NUM NOT < HORA-CORTE
               COMPUTE DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM) + 1
               COMPUTE FECHA-TRABAJO =
                   FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           CALL "BANKCAL" USING FECHA-TRABAJO, CA-RESULTADO.
           MOVE FECHA-TRABAJO TO ES-FECHA.

       CONSULTAR-FIN.
           IF REGISTRO-NUEVO = "S"
               PERFORM GRABAR-REGISTRO THRU GRABAR-REGISTRO-FIN.
           CLOSE ESTADO.
           GO TO FIN-PROGRAMA.

       CERRAR.
           IF EST-CERRADO AND EST-PROCESO <> ES-PROCESO
               MOVE EST-SITUACION TO ES-SITUACION
               GO TO CAMBIO-FIN.

           SET EST-CERRADO TO TRUE.
           PERFORM ANOTAR-CAMBIO THRU ANOTAR-CAMBIO-FIN.
           GO TO CAMBIO-FIN.

       ABRIR.
           IF EST-CERRADO AND EST-PROCESO <> ES-PROCESO
               MOVE EST-SITUACION TO ES-SITUACION
               GO TO CAMBIO-FIN.

           SET EST-ABIERTO TO TRUE.
           PERFORM ANOTAR-CAMBIO THRU ANOTAR-CAMBIO-FIN.
           GO TO CAMBIO-FIN.

       RODAR.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(ES-FECHA) + 1.
           COMPUTE FECHA-TRABAJO =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           CALL "BANKCAL" USING FECHA-TRABAJO, CA-RESULTADO.

           IF FECHA-TRABAJO > EST-FECHA-NEGOCIO
               MOVE FECHA-TRABAJO TO EST-FECHA-NEGOCIO
               PERFORM ANOTAR-CAMBIO THRU ANOTAR-CAMBIO-FIN.

           MOVE EST-FECHA-NEGOCIO TO ES-FECHA.

       CAMBIO-FIN.
           MOVE EST-SITUACION TO ES-SITUACION.
           PERFORM GRABAR-REGISTRO THRU GRABAR-REGISTRO-FIN.
           CLOSE ESTADO.
           GO TO FIN-PROGRAMA.

       ANOTAR-CAMBIO.
           MOVE ES-PROCESO TO EST-PROCESO.
           MOVE FECHA-HOY-NUM TO EST-FECHA-CAMBIO.
           COMPUTE EST-HORA-CAMBIO =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
       ANOTAR-CAMBIO-FIN.
           CONTINUE.

       GRABAR-REGISTRO.
           IF REGISTRO-NUEVO = "S"
               WRITE ESTADO-REG INVALID KEY
                   SET ES-ERROR-FICHERO TO TRUE
           ELSE
               REWRITE ESTADO-REG INVALID KEY
                   SET ES-ERROR-FICHERO TO TRUE
           END-IF.
       GRABAR-REGISTRO-FIN.
           CONTINUE.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       END PROGRAM BANKEST.
