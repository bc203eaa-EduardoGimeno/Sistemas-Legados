      *       COMMANTEN    comision mensual de mantenimiento (cent)
      *       DIASCHEQUE   dias habiles de retencion de cheques
      *       RETFISCAL    retencion fiscal sobre intereses (4 dec)
      *       TASAPRESTAMO tasa mensual de los prestamos de
      *                    refinanciacion sin tasa de producto (4 dec)
      *       TASAPLAZO    tasa anual de los depositos a plazo (4 dec)
      *       PENALPLAZO   tasa anual de penalizacion por cancelar un
      *                    deposito antes de su vencimiento (4 dec)
      *       REVISIONKYC  meses de validez de la revision de datos
      *                    de un cliente
      *       FRAUDREINT   reintegros al dia admitidos antes de dar
      *                    alerta de fraude (sin fila, 3)
      *       FRAUDIMPORTE importe a partir del cual la primera
      *                    transferencia a una cuenta nueva da
      *                    alerta (centimos; sin fila, 100000)
      *       FRAUDDESCUB  por ciento de la linea de descubierto que
      *                    da alerta (1 a 100; sin fila, 90)
      *       DEVCOMEXT    1 = se devuelve la comision de una
      *                    transferencia externa devuelta, 0 = no
      *                    (sin fila, no se devuelve)
      *       BENDIAS      dias que un beneficiario nuevo se
      *                    considera reciente (sin fila, 7; 0 lo
      *                    desactiva)
      *       BENLIMITE    limite por transferencia a un
      *                    beneficiario reciente (centimos; sin
      *                    fila, 50000)
      *       INACTMESES   meses sin actividad para pasar una
      *                    tarjeta a inactiva (1 a 120; sin fila, 24)
      *       CORTEHORA    hora de corte de la fecha de apunte
      *                    (hhmm; sin fila, 2200)
      *    Un cambio de tarifa es un alta con su fecha de efecto; los
      *    programas siguen leyendo la fila en vigor cada dia.
      *
      *    Doble control: las claves sensibles LIMITETRF, TASAINTERES,
      *    TASADESCUB, TASAPRESTAMO, TASAPLAZO y PENALPLAZO no se
      *    graban aqui en el acto; la solicitud queda en la cola de
      *    aprobaciones y solo cuando un supervisor la aprueba en
      *    BANK25 la fila entra en vigor.
      *    El resto de claves se siguen grabando directamente.
      *    Grabaciones y solicitudes quedan en la pista de auditoria
      *    (BANKAUD), con el valor en vigor como imagen anterior.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 SG-PERFIL                 PIC    9(1).
       77 SG-RESULTADO              PIC    9(1).

       77 AU-PROGRAMA               PIC    X(8) VALUE "BANK19".
       77 AU-ACCION                 PIC   X(12).
       77 AU-CLAVE                  PIC   X(30).
       77 AU-ANTES                  PIC  X(200).
       77 AU-DESPUES                PIC  X(200).
      *    Imagen de una fila de parametros para la auditoria, con
      *    el mismo formato que PARAMETRO-REG.
       01 IMAGEN-PARAMETRO.
           05 IMP-CLAVE              PIC   X(12).
           05 IMP-FECHA              PIC    9(8).
           05 IMP-VALOR-ENT          PIC   S9(9).
           05 IMP-VALOR-DEC          PIC    9(4).

       77 LOG-PROGRAMA              PIC    X(8) VALUE "BANK19".
       77 LOG-PARRAFO               PIC    X(20).
       77 LOG-FICHERO               PIC    X(12).
           IF CLAVE-PARAM = "LIMITETRF"
               OR CLAVE-PARAM = "TASAINTERES"
               OR CLAVE-PARAM = "TASADESCUB"
               OR CLAVE-PARAM = "TASAPRESTAMO"
               OR CLAVE-PARAM = "TASAPLAZO"
               OR CLAVE-PARAM = "PENALPLAZO"
                   MOVE 1 TO CLAVE-SENSIBLE.

           IF CLAVE-SENSIBLE = 1
               DISPLAY "por un supervisor (BANK25)" LINE 15 COL 19
               GO TO VOLVER-MENU.

      *    La imagen previa para la auditoria es el valor que estaba
      *    en vigor a la fecha de efecto (en blanco si no habia).
           MOVE SPACES TO AU-ANTES.
           MOVE "L" TO PA-MODO.
           MOVE CLAVE-PARAM TO PA-CLAVE.
           COMPUTE PA-FECHA = (EFECTO-ANO * 10000)
               + (EFECTO-MES * 100) + EFECTO-DIA.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE CLAVE-PARAM TO IMP-CLAVE
               MOVE PA-FECHA TO IMP-FECHA
               MOVE PA-VALOR-ENT TO IMP-VALOR-ENT
               MOVE PA-VALOR-DEC TO IMP-VALOR-DEC
               MOVE IMAGEN-PARAMETRO TO AU-ANTES.

           MOVE "G" TO PA-MODO.
           MOVE CLAVE-PARAM TO PA-CLAVE.
           COMPUTE PA-FECHA = (EFECTO-ANO * 10000)
               MOVE "99"             TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE CLAVE-PARAM TO IMP-CLAVE.
           MOVE PA-FECHA TO IMP-FECHA.
           MOVE VALOR-ENTERO TO IMP-VALOR-ENT.
           MOVE VALOR-DECIMAL TO IMP-VALOR-DEC.
           MOVE "ALTA" TO AU-ACCION.
           MOVE SPACES TO AU-CLAVE.
           STRING CLAVE-PARAM " " PA-FECHA
               DELIMITED BY SIZE INTO AU-CLAVE.
           MOVE IMAGEN-PARAMETRO TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Parametro grabado correctamente" LINE 12 COL 19.
           GO TO VOLVER-MENU.
               MOVE FSQ                TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE "SOL PARAM" TO AU-ACCION.
           MOVE SPACES TO AU-CLAVE.
           STRING CLAVE-PARAM " " APR-FECHA-EFECTO
               DELIMITED BY SIZE INTO AU-CLAVE.
           MOVE SPACES TO AU-ANTES.
           MOVE APROBACION-REG TO AU-DESPUES.
           PERFORM AUDITAR-CAMBIO THRU AUDITAR-CAMBIO-FIN.

           CLOSE F-APROBACIONES.

       GRABAR-SOLICITUD-FIN.

           GO TO VOLVER-MENU-TECLA.

      *    Pista de auditoria (BANKAUD): llega con AU-ACCION,
      *    AU-CLAVE y las imagenes AU-ANTES/AU-DESPUES rellenas.
       AUDITAR-CAMBIO.
           CALL "BANKAUD" USING SG-OPERADOR, AU-PROGRAMA, AU-ACCION,
               AU-CLAVE, AU-ANTES, AU-DESPUES.

       AUDITAR-CAMBIO-FIN.
           CONTINUE.

       PSYS-ERR.
           CLOSE F-APROBACIONES.

