       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKKYC.

      *    Subprograma compartido de vigencia de la identificacion de
      *    un cliente. Recibe las fechas del maestro de clientes
      *    (caducidad del documento y ultima revision de datos, que
      *    graba BANK12) y la fecha de referencia, y devuelve si el
      *    cliente esta al dia:
      *      0 - al dia
      *      1 - documento caducado, o sin caducidad anotada
      *      2 - revision de datos vencida, o sin revision anotada
      *    Si se dan las dos, manda el documento caducado. En
      *    KY-LIMITE devuelve la fecha en que vence (o vencio) la
      *    revision: la ultima mas REVISIONKYC meses (parametros.ubd;
      *    sin fila en vigor, 24). Solo se compara, asi que un 30 de
      *    febrero no molesta.
      *    Lo usan BANK3, que no da tarjetas a un cliente que no este
      *    al dia, y el batch mensual BANK51, que avisa al cliente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 MESES-REVISION            PIC  9(3) VALUE 24.
       77 MESES-TOTAL               PIC  9(6).

       01 FECHA-LIMITE.
           05 LIM-ANO               PIC  9(4).
           05 LIM-MES               PIC  9(2).
           05 LIM-DIA               PIC  9(2).
       01 FECHA-LIMITE-NUM REDEFINES FECHA-LIMITE PIC 9(8).

       01 FECHA-REVISION.
           05 REV-ANO               PIC  9(4).
           05 REV-MES               PIC  9(2).
           05 REV-DIA               PIC  9(2).
       01 FECHA-REVISION-NUM REDEFINES FECHA-REVISION PIC 9(8).

       77 PA-MODO                   PIC  X(1).
       77 PA-CLAVE                  PIC  X(12).
       77 PA-FECHA                  PIC  9(8).
       77 PA-VALOR-ENT              PIC S9(9).
       77 PA-VALOR-DEC              PIC  9(4).
       77 PA-RESULTADO              PIC  9(1).

       LINKAGE SECTION.
       77 KY-CADUCIDAD              PIC  9(8).
       77 KY-REVISION               PIC  9(8).
       77 KY-FECHA                  PIC  9(8).
       77 KY-LIMITE                 PIC  9(8).
       77 KY-RESULTADO              PIC  9(1).
           88 KY-AL-DIA               VALUE 0.
           88 KY-DOC-CADUCADO         VALUE 1.
           88 KY-REVISION-VENCIDA     VALUE 2.

       PROCEDURE DIVISION USING KY-CADUCIDAD, KY-REVISION, KY-FECHA,
           KY-LIMITE, KY-RESULTADO.
       INICIO.
           SET KY-AL-DIA TO TRUE.

      *    Plazo de revision en vigor a la fecha de referencia; sin
      *    fila (o con un valor absurdo) queda el de siempre.
           MOVE "L" TO PA-MODO.
           MOVE "REVISIONKYC" TO PA-CLAVE.
           MOVE KY-FECHA TO PA-FECHA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               AND PA-VALOR-ENT NOT > 120
               MOVE PA-VALOR-ENT TO MESES-REVISION.

       CALCULAR-LIMITE.
           MOVE 0 TO KY-LIMITE.
           IF KY-REVISION = 0
               GO TO COMPROBAR-DOCUMENTO.

           MOVE KY-REVISION TO FECHA-REVISION-NUM.
           COMPUTE MESES-TOTAL = (REV-ANO * 12) + REV-MES - 1
               + MESES-REVISION.
           DIVIDE MESES-TOTAL BY 12 GIVING LIM-ANO
               REMAINDER LIM-MES.
           ADD 1 TO LIM-MES.
           MOVE REV-DIA TO LIM-DIA.
           MOVE FECHA-LIMITE-NUM TO KY-LIMITE.

       COMPROBAR-DOCUMENTO.
           IF KY-CADUCIDAD = 0 OR KY-CADUCIDAD < KY-FECHA
               SET KY-DOC-CADUCADO TO TRUE
               GO TO FIN-PROGRAMA.

           IF KY-REVISION = 0 OR KY-LIMITE < KY-FECHA
               SET KY-REVISION-VENCIDA TO TRUE.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       END PROGRAM BANKKYC.
