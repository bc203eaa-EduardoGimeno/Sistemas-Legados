      *    programas de sucursal. Cada operador lleva su clave de
      *    firma y su perfil (1 ventanilla, 2 supervisor, 3
      *    operaciones), que es el que BANKSEG compara con el nivel
      *    exigido por cada programa. Altas y modificaciones quedan
      *    en la pista de auditoria (BANKAUD), con la clave tapada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK24".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK24".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
                   WITH BACKGROUND-COLOR RED
               GO TO EDITAR-OPERADOR.

      *    Imagen anterior para la pista de auditoria, sin la clave
      *    de firma.
           IF OPERADOR-NUEVO = "S"
               MOVE "ALTA" TO AU-ACCION
               MOVE SPACES TO AU-ANTES
           ELSE
               MOVE "MODIFICACION" TO AU-ACCION
               MOVE OPERADOR-REG TO AU-ANTES
               MOVE "********" TO AU-ANTES(44:8).

           MOVE ID-OPERADOR     TO OPE-ID.
           MOVE NOMBRE-OPERADOR TO OPE-NOMBRE.
           MOVE CLAVE-OPERADOR  TO OPE-CLAVE.
                   MOVE FSO               TO LOG-STATUS
                   GO TO PSYS-ERR.

           MOVE OPE-ID TO AU-CLAVE.
           MOVE OPERADOR-REG TO AU-DESPUES.
           MOVE "********" TO AU-DESPUES(44:8).
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           CLOSE OPERADORES.

       EXITO-OPERADOR.

           GO TO CONSULTAR-OPERADOR-TECLA.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION,
      *    AU-CLAVE y las imagenes AU-ANTES/AU-DESPUES rellenas.
       AUDITAR-CAMBIO.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE OPERADORES.

