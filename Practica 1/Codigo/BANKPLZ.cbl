       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPLZ.

      *    Subprograma compartido de liquidacion de depositos a plazo
      *    fijo (depositos.ubd). Lo usan BANK50 al vencimiento y BANK49
      *    en la cancelacion anticipada, para que las dos salidas del
      *    deposito liquiden con las mismas reglas:
      *
      *    PZ-MODO = "S": simular. Devuelve el capital, los intereses,
      *       la penalizacion y la retencion que tendria la
      *       liquidacion en PZ-FECHA, sin tocar nada.
      *    PZ-MODO = "L": liquidar en PZ-FECHA. Abona el capital y los
      *       intereses en la tarjeta, carga la penalizacion y la
      *       retencion, cada uno como movimiento EJECUTADO con su
      *       concepto y la fecha PZ-FECHA, cierra el deposito y
      *       acumula el rendimiento y lo retenido en fiscal.ubd, en
      *       el ejercicio de PZ-FECHA, para la declaracion de BANK35.
      *
      *    Los intereses son simples, base 365, a la tasa anual
      *    pactada: hasta el vencimiento nominal si PZ-FECHA ya lo
      *    alcanzo (el pago se retrasa al dia habil, el devengo no se
      *    alarga), o hasta PZ-FECHA si se cancela antes. En la
      *    cancelacion anticipada se descuenta la penalizacion, a la
      *    tasa de penalizacion pactada por los dias transcurridos y
      *    nunca mayor que los intereses: el capital se devuelve
      *    siempre entero. La retencion (RETFISCAL de parametros.ubd,
      *    sin fila en vigor el 19 por ciento, como en BANK10) se
      *    aplica al rendimiento neto de la penalizacion.
      *
      *    PZ-RESULTADO: 0 correcto, 1 el deposito no existe o ya no
      *    esta vigente, 2 error de fichero o de BANKPOST (anotado en
      *    el log de errores). Si el capital no llega a abonarse el
      *    deposito queda como estaba; un fallo posterior se anota,
      *    pero el deposito se cierra igualmente para no devolver
      *    dos veces el capital.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS ASSIGN TO "depositos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

           SELECT F-MOVIMIENTOS ASSIGN TO "movimientos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA-FECHA
           WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT F-FISCAL ASSIGN TO "fiscal.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-ID
           FILE STATUS IS FSF.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITOS.
           COPY DEPREG.

       FD F-MOVIMIENTOS.
           COPY MOVREC.

       FD F-FISCAL.
           COPY FISREG.

       WORKING-STORAGE SECTION.
       77 FSD                       PIC  X(2).
       77 FSM                       PIC  X(2).
       77 FSF                       PIC  X(2).

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

       01 FECHA-LIQUIDACION.
           05 FLQ-ANO               PIC  9(4).
           05 FLQ-MES               PIC  9(2).
           05 FLQ-DIA               PIC  9(2).
       01 FECHA-LIQUIDACION-NUM REDEFINES FECHA-LIQUIDACION
                                    PIC  9(8).

       77 MSJ-REEMBOLSO             PIC  X(35)
           VALUE "Reembolso plazo fijo".
       77 MSJ-INTERES-PLAZO         PIC  X(35)
           VALUE "Intereses plazo fijo".
       77 MSJ-PENAL-PLAZO           PIC  X(35)
           VALUE "Penalizacion cancelacion plazo fijo".
       77 MSJ-RETENCION             PIC  X(35)
           VALUE "Retencion fiscal".
       77 CONCEPTO-APUNTE           PIC  X(35).
       77 CENT-APUNTE               PIC S9(11).
       77 APUNTE-RESULTADO          PIC  9(1).
           88 APUNTE-OK               VALUE 0.

       77 FECHA-DEVENGO             PIC  9(8).
       77 DIAS-DEVENGO              PIC S9(7).
       77 TASA-RETENCION            PIC  9V9(4) VALUE 0.1900.
       77 CENT-RENDIMIENTO          PIC  9(11).
       77 FISCAL-NUEVO              PIC  X(1).
       77 ES-ANTICIPADA             PIC  9(1).
           88 CANCELACION-ANTICIPADA  VALUE 1.

       77 BP2-MODO                  PIC  X(1).
       77 BP2-TNUM                  PIC  9(16).
       77 BP2-DELTA-CENT            PIC S9(11).
       77 BP2-MOV-NUM               PIC  9(35).
       77 BP2-SALDO-ENT             PIC S9(9).
       77 BP2-SALDO-DEC             PIC S9(2).
       77 BP2-RESULTADO             PIC  9(1).

       77 PA-MODO                   PIC  X(1).
       77 PA-CLAVE                  PIC  X(12).
       77 PA-FECHA                  PIC  9(8).
       77 PA-VALOR-ENT              PIC S9(9).
       77 PA-VALOR-DEC              PIC  9(4).
       77 PA-RESULTADO              PIC  9(1).

       77 LOG-PROGRAMA              PIC  X(8) VALUE "BANKPLZ".
       77 LOG-PARRAFO               PIC  X(20).
       77 LOG-FICHERO               PIC  X(12).
       77 LOG-STATUS                PIC  X(2).

       LINKAGE SECTION.
       77 PZ-MODO                   PIC  X(1).
           88 PZ-MODO-SIMULAR         VALUE "S".
           88 PZ-MODO-LIQUIDAR        VALUE "L".
       77 PZ-TARJETA                PIC  9(16).
       77 PZ-NUMERO                 PIC  9(3).
       77 PZ-FECHA                  PIC  9(8).
       77 PZ-CAPITAL-CENT           PIC  9(11).
       77 PZ-INTERES-CENT           PIC  9(11).
       77 PZ-PENAL-CENT             PIC  9(11).
       77 PZ-RETENIDO-CENT          PIC  9(11).
       77 PZ-RESULTADO              PIC  9(1).
           88 PZ-OK                   VALUE 0.
           88 PZ-NO-VIGENTE           VALUE 1.
           88 PZ-ERROR                VALUE 2.

       PROCEDURE DIVISION USING PZ-MODO, PZ-TARJETA, PZ-NUMERO,
               PZ-FECHA, PZ-CAPITAL-CENT, PZ-INTERES-CENT,
               PZ-PENAL-CENT, PZ-RETENIDO-CENT, PZ-RESULTADO.
       INICIO.
           MOVE 0 TO PZ-RESULTADO.
           MOVE 0 TO PZ-CAPITAL-CENT.
           MOVE 0 TO PZ-INTERES-CENT.
           MOVE 0 TO PZ-PENAL-CENT.
           MOVE 0 TO PZ-RETENIDO-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE PZ-FECHA TO FECHA-LIQUIDACION-NUM.

           OPEN I-O DEPOSITOS.
           IF FSD = 35
               SET PZ-NO-VIGENTE TO TRUE
               GO TO FIN-PROGRAMA.
           IF FSD <> 00
               MOVE "INICIO"    TO LOG-PARRAFO
               MOVE "DEPOSITOS" TO LOG-FICHERO
               MOVE FSD         TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO FIN-PROGRAMA.

           MOVE PZ-TARJETA TO DEP-TARJETA.
           MOVE PZ-NUMERO TO DEP-NUMERO.
           READ DEPOSITOS INVALID KEY
               SET PZ-NO-VIGENTE TO TRUE
               GO TO CERRAR-FICHERO.

           IF NOT DEP-VIGENTE
               SET PZ-NO-VIGENTE TO TRUE
               GO TO CERRAR-FICHERO.

       CALCULAR.
           MOVE DEP-CAPITAL-CENT TO PZ-CAPITAL-CENT.

           MOVE 0 TO ES-ANTICIPADA.
           MOVE DEP-VENCIMIENTO TO FECHA-DEVENGO.
           IF PZ-FECHA < DEP-VENCIMIENTO
               MOVE 1 TO ES-ANTICIPADA
               MOVE PZ-FECHA TO FECHA-DEVENGO.

           COMPUTE DIAS-DEVENGO =
               FUNCTION INTEGER-OF-DATE(FECHA-DEVENGO)
               - FUNCTION INTEGER-OF-DATE(DEP-FECHA-ALTA).
           IF DIAS-DEVENGO < 0
               MOVE 0 TO DIAS-DEVENGO.

           COMPUTE PZ-INTERES-CENT ROUNDED = DEP-CAPITAL-CENT
               * DEP-TASA * DIAS-DEVENGO / (10000 * 365).

           IF CANCELACION-ANTICIPADA
               COMPUTE PZ-PENAL-CENT ROUNDED = DEP-CAPITAL-CENT
                   * DEP-TASA-PENAL * DIAS-DEVENGO / (10000 * 365)
               IF PZ-PENAL-CENT > PZ-INTERES-CENT
                   MOVE PZ-INTERES-CENT TO PZ-PENAL-CENT
               END-IF
           END-IF.

           MOVE "L" TO PA-MODO.
           MOVE "RETFISCAL" TO PA-CLAVE.
           MOVE PZ-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               COMPUTE TASA-RETENCION = PA-VALOR-DEC / 10000.

           COMPUTE CENT-RENDIMIENTO = PZ-INTERES-CENT - PZ-PENAL-CENT.
           COMPUTE PZ-RETENIDO-CENT ROUNDED =
               CENT-RENDIMIENTO * TASA-RETENCION.

           IF PZ-MODO-SIMULAR
               GO TO CERRAR-FICHERO.

      *    Sin el capital devuelto no se toca nada mas.
       LIQUIDAR.
           MOVE MSJ-REEMBOLSO TO CONCEPTO-APUNTE.
           MOVE DEP-CAPITAL-CENT TO CENT-APUNTE.
           PERFORM APUNTAR THRU APUNTAR-FIN.
           IF NOT APUNTE-OK
               SET PZ-ERROR TO TRUE
               GO TO CERRAR-FICHERO.

           MOVE MSJ-INTERES-PLAZO TO CONCEPTO-APUNTE.
           MOVE PZ-INTERES-CENT TO CENT-APUNTE.
           PERFORM APUNTAR THRU APUNTAR-FIN.
           IF NOT APUNTE-OK
               SET PZ-ERROR TO TRUE
               MOVE 0 TO PZ-INTERES-CENT
               MOVE 0 TO PZ-PENAL-CENT
               MOVE 0 TO PZ-RETENIDO-CENT
               GO TO CERRAR-DEPOSITO.

           MOVE MSJ-PENAL-PLAZO TO CONCEPTO-APUNTE.
           COMPUTE CENT-APUNTE = 0 - PZ-PENAL-CENT.
           PERFORM APUNTAR THRU APUNTAR-FIN.
           IF NOT APUNTE-OK
               SET PZ-ERROR TO TRUE
               MOVE 0 TO PZ-PENAL-CENT.

      *    Como en BANK10, una retencion que no llega a cargarse no
      *    se acumula en fiscal.ubd.
           MOVE MSJ-RETENCION TO CONCEPTO-APUNTE.
           COMPUTE CENT-APUNTE = 0 - PZ-RETENIDO-CENT.
           PERFORM APUNTAR THRU APUNTAR-FIN.
           IF NOT APUNTE-OK
               SET PZ-ERROR TO TRUE
               MOVE 0 TO PZ-RETENIDO-CENT.

       CERRAR-DEPOSITO.
           IF CANCELACION-ANTICIPADA
               SET DEP-CANCELADO TO TRUE
           ELSE
               SET DEP-VENCIDO TO TRUE.
           MOVE PZ-FECHA TO DEP-FECHA-BAJA.
           MOVE PZ-INTERES-CENT TO DEP-INTERES-CENT.
           MOVE PZ-PENAL-CENT TO DEP-PENAL-CENT.
           MOVE PZ-RETENIDO-CENT TO DEP-RETENIDO-CENT.
           REWRITE DEPOSITO-REG INVALID KEY
               MOVE "CERRAR-DEPOSITO" TO LOG-PARRAFO
               MOVE "DEPOSITOS"       TO LOG-FICHERO
               MOVE FSD               TO LOG-STATUS
               PERFORM ERROR-FICHERO.

           COMPUTE CENT-RENDIMIENTO = PZ-INTERES-CENT - PZ-PENAL-CENT.
           IF CENT-RENDIMIENTO > 0
               PERFORM ANOTAR-FISCAL THRU ANOTAR-FISCAL-FIN.

       CERRAR-FICHERO.
           CLOSE DEPOSITOS.

       FIN-PROGRAMA.
           EXIT PROGRAM.

      *    Un movimiento EJECUTADO de la liquidacion con la fecha
      *    PZ-FECHA; un importe cero no se graba.
       APUNTAR.
           MOVE 0 TO APUNTE-RESULTADO.
           IF CENT-APUNTE = 0
               GO TO APUNTAR-FIN.

           MOVE "N" TO BP2-MODO.
           MOVE DEP-TARJETA TO BP2-TNUM.
           MOVE CENT-APUNTE TO BP2-DELTA-CENT.
           CALL "BANKPOST" USING BP2-MODO, BP2-TNUM, BP2-DELTA-CENT,
               BP2-MOV-NUM, BP2-SALDO-ENT, BP2-SALDO-DEC,
               BP2-RESULTADO.
           IF BP2-RESULTADO <> 0
               MOVE 1 TO APUNTE-RESULTADO
               MOVE "APUNTAR"  TO LOG-PARRAFO
               MOVE "BANKPOST" TO LOG-FICHERO
               MOVE "99"       TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO APUNTAR-FIN.

           PERFORM MOVIMIENTOS-OPEN THRU MOVIMIENTOS-OPEN.
           IF FSM <> 00
               MOVE 1 TO APUNTE-RESULTADO
               MOVE "APUNTAR"     TO LOG-PARRAFO
               MOVE "MOVIMIENTOS" TO LOG-FICHERO
               MOVE FSM           TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO APUNTAR-FIN.

           MOVE BP2-MOV-NUM     TO MOV-NUM.
           MOVE DEP-TARJETA     TO MOV-TARJETA.
           MOVE FLQ-ANO         TO MOV-ANO.
           MOVE FLQ-MES         TO MOV-MES.
           MOVE FLQ-DIA         TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           DIVIDE CENT-APUNTE BY 100 GIVING MOV-IMPORTE-ENT
               REMAINDER MOV-IMPORTE-DEC.
           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.
           MOVE BP2-SALDO-ENT   TO MOV-SALDOPOS-ENT.
           MOVE BP2-SALDO-DEC   TO MOV-SALDOPOS-DEC.
           MOVE 0               TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-REFERENCIA.
           MOVE 0               TO MOV-NUM-PAR.
           MOVE 0               TO MOV-NUM-REVERSO.
           SET MOV-EJECUTADO TO TRUE.

           WRITE MOVIMIENTO-REG INVALID KEY
               MOVE "APUNTAR"     TO LOG-PARRAFO
               MOVE "MOVIMIENTOS" TO LOG-FICHERO
               MOVE FSM           TO LOG-STATUS
               PERFORM ERROR-FICHERO.

           CLOSE F-MOVIMIENTOS.

       APUNTAR-FIN.
           CONTINUE.

      *    Acumulador fiscal del ejercicio, el mismo registro por
      *    tarjeta y ano que mantiene BANK10.
       ANOTAR-FISCAL.
           OPEN I-O F-FISCAL.
           IF FSF = 35
               OPEN OUTPUT F-FISCAL
               CLOSE F-FISCAL
               OPEN I-O F-FISCAL.
           IF FSF <> 00
               SET PZ-ERROR TO TRUE
               MOVE "ANOTAR-FISCAL" TO LOG-PARRAFO
               MOVE "FISCAL"        TO LOG-FICHERO
               MOVE FSF             TO LOG-STATUS
               PERFORM ERROR-FICHERO
               GO TO ANOTAR-FISCAL-FIN.

           MOVE "N" TO FISCAL-NUEVO.
           MOVE DEP-TARJETA TO FIS-TARJETA.
           MOVE FLQ-ANO TO FIS-ANO.
           READ F-FISCAL INVALID KEY
               MOVE "S" TO FISCAL-NUEVO
               MOVE DEP-TARJETA TO FIS-TARJETA
               MOVE FLQ-ANO TO FIS-ANO
               MOVE 0 TO FIS-INTERES-CENT
               MOVE 0 TO FIS-RETENIDO-CENT
           END-READ.

           ADD CENT-RENDIMIENTO TO FIS-INTERES-CENT.
           ADD PZ-RETENIDO-CENT TO FIS-RETENIDO-CENT.

           IF FISCAL-NUEVO = "S"
               WRITE FISCAL-REG INVALID KEY
                   SET PZ-ERROR TO TRUE
                   MOVE "ANOTAR-FISCAL" TO LOG-PARRAFO
                   MOVE "FISCAL"        TO LOG-FICHERO
                   MOVE FSF             TO LOG-STATUS
                   PERFORM ERROR-FICHERO
           ELSE
               REWRITE FISCAL-REG INVALID KEY
                   SET PZ-ERROR TO TRUE
                   MOVE "ANOTAR-FISCAL" TO LOG-PARRAFO
                   MOVE "FISCAL"        TO LOG-FICHERO
                   MOVE FSF             TO LOG-STATUS
                   PERFORM ERROR-FICHERO
           END-IF.

           CLOSE F-FISCAL.

       ANOTAR-FISCAL-FIN.
           CONTINUE.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               GO TO MOVIMIENTOS-OPEN.

       ERROR-FICHERO.
           SET PZ-ERROR TO TRUE.
           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.

       END PROGRAM BANKPLZ.
