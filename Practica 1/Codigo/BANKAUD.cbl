       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAUD.

      *    Subprograma compartido de auditoria de operadores, al
      *    estilo de BANKLOG: los programas de mantenimiento de
      *    sucursal y de operaciones lo llaman despues de cada cambio
      *    que graban (y BANKSEG en cada firma, buena o mala) y deja
      *    en auditoria.txt una linea con el operador firmado, el
      *    programa, la accion, la clave del registro y sus imagenes
      *    antes y despues. El fichero solo crece; BANK46 lo
      *    consulta. Como BANKLOG, es un registro de solo constancia
      *    y no devuelve codigo de error; si no se puede grabar, el
      *    fallo queda en errores.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDITORIA ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSU.

       DATA DIVISION.
       FILE SECTION.
       FD F-AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       77 FSU                       PIC  X(2).

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

       77 LOG-PROGRAMA              PIC  X(8) VALUE "BANKAUD".
       77 LOG-PARRAFO               PIC  X(20).
       77 LOG-FICHERO               PIC  X(12).
       77 LOG-STATUS                PIC  X(2).

       LINKAGE SECTION.
       77 AU-OPERADOR               PIC  X(8).
       77 AU-PROGRAMA               PIC  X(8).
       77 AU-ACCION                 PIC  X(12).
       77 AU-CLAVE                  PIC  X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       PROCEDURE DIVISION USING AU-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE SPACES       TO AUDITORIA-REG.
           MOVE FECHA        TO AUD-FECHA.
           COMPUTE AUD-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE AU-OPERADOR  TO AUD-OPERADOR.
           MOVE AU-PROGRAMA  TO AUD-PROGRAMA.
           MOVE AU-ACCION    TO AUD-ACCION.
           MOVE AU-CLAVE     TO AUD-CLAVE.
           MOVE AU-ANTES     TO AUD-ANTES.
           MOVE AU-DESPUES   TO AUD-DESPUES.

           OPEN EXTEND F-AUDITORIA.
           IF FSU = 35
               OPEN OUTPUT F-AUDITORIA
               CLOSE F-AUDITORIA
               OPEN EXTEND F-AUDITORIA.
           IF FSU <> 00
               MOVE "INICIO"    TO LOG-PARRAFO
               MOVE "AUDITORIA" TO LOG-FICHERO
               MOVE FSU         TO LOG-STATUS
               CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO,
                   LOG-FICHERO, LOG-STATUS
               GO TO FIN-PROGRAMA.

           WRITE AUDITORIA-REG.
           CLOSE F-AUDITORIA.

       FIN-PROGRAMA.
           EXIT PROGRAM.

       END PROGRAM BANKAUD.
