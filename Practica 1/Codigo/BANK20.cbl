      *    de operaciones: da de alta y de baja los dias festivos de
      *    festivos.ubd, que BANKCAL salta (junto con los fines de
      *    semana) al calcular la fecha valor de las liquidaciones de
      *    BANK1 y BANK2. Altas y bajas quedan en la pista de
      *    auditoria (BANKAUD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK20".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK20".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
           WRITE FESTIVO-REG INVALID KEY
               CLOSE FESTIVOS
               GO TO FESTIVO-EXISTE-ERR.

           MOVE "ALTA" TO AU-ACCION.
           MOVE SPACES TO AU-ANTES.
           MOVE FESTIVO-REG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.
           CLOSE FESTIVOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
               CLOSE FESTIVOS
               GO TO FESTIVO-NO-EXISTE-ERR.

           MOVE FESTIVO-REG TO AU-ANTES.
           DELETE FESTIVOS RECORD INVALID KEY
               MOVE "BAJA-FESTIVO" TO LOG-PARRAFO
               MOVE "FESTIVOS"     TO LOG-FICHERO
               MOVE FSF            TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "BAJA" TO AU-ACCION.
           MOVE SPACES TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.
           CLOSE FESTIVOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           GO TO VOLVER-MENU-TECLA.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION y las
      *    imagenes AU-ANTES/AU-DESPUES rellenas; la clave es la
      *    fecha del festivo.
       AUDITAR-CAMBIO.
           MOVE FECHA-FESTIVO TO AU-CLAVE.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE FESTIVOS.

