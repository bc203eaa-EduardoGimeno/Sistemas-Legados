           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT F-SALTRABAJO ASSIGN TO "trfsalida.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.

           SELECT INTERCAMBIOS ASSIGN TO "intercambios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICB-CLAVE
           FILE STATUS IS FSC.

           SELECT PRODUCTOS ASSIGN TO "productos.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CODIGO
           FILE STATUS IS FSD.

           SELECT BENEFICIARIOS ASSIGN TO "beneficiarios.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.


       DATA DIVISION.
       FILE SECTION.
           COPY CLIREG.
       FD F-TRFSALIDA.
           COPY TRFINTREG.
       FD F-SALTRABAJO.
       01 SALTRABAJO-REG           PIC X(104).
       FD INTERCAMBIOS.
           COPY INTERREG.
       FD PRODUCTOS.
           COPY PRODREG.
       FD BENEFICIARIOS.
           COPY BENREG.


       WORKING-STORAGE SECTION.
       77 FSL                      PIC   X(2).
       77 FSX                      PIC   X(2).
       77 FSD                      PIC   X(2).
       77 FSW                      PIC   X(2).
       77 FSC                      PIC   X(2).
       77 FSB                      PIC   X(2).

       77 DNI-DESTINO              PIC   X(9).
       77 PRODUCTO-SESION          PIC   X(4).
       77 LIMITE-SUPERADO          PIC  9(1).
           88 LIM-DIA-SUPERADO VALUE 1.

      *    Agenda de beneficiarios de la tarjeta (la mantiene BANK44)
      *    y limite por transferencia a los anadidos hace poco.
       77 MAX-BENEFICIARIOS        PIC  9(1) VALUE 9.
       77 NUM-BENEFICIARIOS        PIC  9(1).
       77 NUM-ELEGIDO              PIC  9(1).
       77 IDX                      PIC  9(2).
       77 LINEA-PANTALLA           PIC  9(2).

       01 TABLA-BENEFICIARIOS.
           05 TB-BENEFICIARIO OCCURS 9 TIMES.
               10 TB-ALIAS         PIC  X(15).
               10 TB-CUENTA        PIC  9(16).
               10 TB-NOMBRE        PIC  X(35).
               10 TB-FECHA-ALTA    PIC  9(8).

       01 LINEA-BENEFICIARIO.
           05 LB-NUMERO            PIC  9.
           05 FILLER               PIC  X(3) VALUE " - ".
           05 LB-ALIAS             PIC  X(15).
           05 FILLER               PIC  X VALUE SPACE.
           05 LB-CUENTA            PIC  9(16).
           05 FILLER               PIC  X VALUE SPACE.
           05 LB-NOMBRE            PIC  X(25).

       77 BEN-DIAS-NUEVO           PIC  9(4) VALUE 7.
       77 BEN-LIMITE-CENT          PIC  9(9) VALUE 50000.
       77 BEN-FECHA-ALTA-MIN       PIC  9(8).
       77 FECHA-HOY                PIC  9(8).
       77 EDAD-BENEF-DIAS          PIC S9(8).
       77 BENEF-NUEVO              PIC  9(1).
           88 BENEF-RECIENTE   VALUE 1.

       77 VC-MOV-NUM-ORDEN         PIC  9(35).
       77 VC-MOV-NUM-PAR           PIC  9(35).
       77 VC-ERA-PENDIENTE         PIC   9(1).
           VALUE "Comision transferencia".
       77 COMISION-EXT-CENT        PIC  9(9) VALUE 0.

      *    Control de trfsalida.txt: cabecera y totales del fichero
      *    que se esta formando y la orden que se le anade.
       77 ENTIDAD-PROPIA           PIC  X(8) VALUE "UNIZARBK".
       77 ORDEN-SALIDA             PIC X(104).
       77 SAL-SECUENCIA            PIC  9(6).
       77 SAL-FECHA-CREACION       PIC  9(8).
       77 SAL-NUM-REGISTROS        PIC  9(9).
       77 SAL-TOTAL-CENT           PIC  9(15).

       77 ELECCION                 PIC 9(1).
       77 DIA-TRANSFERENCIA-PUNTUAL PIC 9(2).
       77 MES-TRANSFERENCIA-PUNTUAL PIC 9(2).
       77 LOG-FICHERO              PIC X(12).
       77 LOG-STATUS               PIC X(2).


       77 ES-MODO                   PIC   X(1).
       77 ES-PROCESO                PIC   X(8) VALUE "BANK6".
       01 ES-FECHA.
           05 ES-ANO                PIC   9(4).
           05 ES-MES                PIC   9(2).
           05 ES-DIA                PIC   9(2).
       77 ES-SITUACION              PIC   X(1).
       77 ES-RESULTADO              PIC   9(1).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).

           05 FILLER AUTO UNDERLINE
               LINE 23 COL 54 PIC X(20) USING REFERENCIA-USUARIO.

       01 ENTRADA-BENEFICIARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 50 PIC 9(1) USING NUM-ELEGIDO.

       01 TIPO-TRANSFERENCIA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 19 PIC 9(1) USING ELECCION.

       PROCEDURE DIVISION USING TNUM.
       VERIFICAR-TARJETA.
      *    Con la ventana de batch cerrada (BANKEST) no se admiten
      *    transferencias.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.
           IF ES-SITUACION = "C"
               GO TO SERVICIO-NO-DISPONIBLE.

           CALL "BANKPIN" USING BP-MODO, TNUM, BP-PIN, BP-RESULTADO,
               BP-INTENTOS-RESTANTES.
           IF BP-RESULTADO = 3
           IF PA-RESULTADO = 0 AND PA-VALOR-ENT > 0
               MOVE PA-VALOR-ENT TO COMISION-EXT-CENT.

      *    Beneficiario reciente: dias desde su alta en la agenda
      *    durante los que cada transferencia tiene un techo propio,
      *    por debajo del limite diario. BENDIAS a cero lo desactiva.
           MOVE "BENDIAS" TO PA-CLAVE.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-ENT TO BEN-DIAS-NUEVO.

           MOVE "BENLIMITE" TO PA-CLAVE.
           CALL "BANKPAR" USING PA-MODO, PA-CLAVE, PA-FECHA,
               PA-VALOR-ENT, PA-VALOR-DEC, PA-RESULTADO.
           IF PA-RESULTADO = 0
               MOVE PA-VALOR-ENT TO BEN-LIMITE-CENT.

      *    El descubierto autorizado de la tarjeta amplia el saldo
      *    disponible por debajo de cero. Se apunta tambien el
      *    producto de la tarjeta, cuyo limite diario de
           IF ELECCION = 3
               GO TO VER-PENDIENTES.

           PERFORM ELEGIR-BENEFICIARIO THRU ELEGIR-BENEFICIARIO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Ordenar Transferencia" LINE 8 COL 30.
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST-PUNTUAL.

           PERFORM VERIF-BENEF-NUEVO THRU VERIF-BENEF-NUEVO-FIN.
           IF BENEF-RECIENTE AND CENT-IMPOR-USER > BEN-LIMITE-CENT
               DISPLAY "Supera el limite para beneficiarios nuevos!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST-PUNTUAL.

           IF DIA-TRANSFERENCIA-PUNTUAL < 1 OR DIA-TRANSFERENCIA-PUNTUAL > 31
               DISPLAY "Indique un dia entre 1 y 31!!" LINE 20 COL 19
               WITH BACKGROUND-COLOR RED
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST-MENSUAL.

           PERFORM VERIF-BENEF-NUEVO THRU VERIF-BENEF-NUEVO-FIN.
           IF BENEF-RECIENTE AND CENT-IMPOR-USER > BEN-LIMITE-CENT
               DISPLAY "Supera el limite para beneficiarios nuevos!!"
                   LINE 20 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST-MENSUAL.

           IF DIA-TRANSFERENCIA-MENSUAL < 1 OR DIA-TRANSFERENCIA-MENSUAL > 28
               DISPLAY "Indique un dia entre 1 y 28!!" LINE 20 COL 19
               WITH BACKGROUND-COLOR RED

       CONTINUAR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.

      *    "Hoy" es la fecha de apunte: pasada la hora de corte, una
      *    orden puntual con la fecha del reloj se ejecuta ya con la
      *    del siguiente dia habil, y la mensual solo cobra al
      *    momento si su dia es el de la fecha de apunte.
           MOVE 0 TO HOY.

           IF ELECCION = 2 AND DIA-TRANSFERENCIA-MENSUAL = ES-DIA
               MOVE 1 TO HOY.

           IF ELECCION = 1 AND DIA-TRANSFERENCIA-PUNTUAL = DIA AND
               MES-TRANSFERENCIA-PUNTUAL = MES AND
               ANO-TRANSFERENCIA-PUNTUAL = ANO
                   MOVE 1 TO HOY.

           IF ELECCION = 1 AND DIA-TRANSFERENCIA-PUNTUAL = ES-DIA AND
               MES-TRANSFERENCIA-PUNTUAL = ES-MES AND
               ANO-TRANSFERENCIA-PUNTUAL = ES-ANO
                   MOVE 1 TO HOY.

           IF ELECCION = 2
               MOVE DIA-TRANSFERENCIA-MENSUAL TO DIA
               MOVE 0 TO MES
               MOVE 0 TO ANO
           ELSE
               IF HOY = 1
                   MOVE ES-DIA TO DIA
                   MOVE ES-MES TO MES
                   MOVE ES-ANO TO ANO
               ELSE
                   MOVE DIA-TRANSFERENCIA-PUNTUAL TO DIA
                   MOVE MES-TRANSFERENCIA-PUNTUAL TO MES
                   MOVE ANO-TRANSFERENCIA-PUNTUAL TO ANO.

           MOVE "N" TO BP2-MODO.
           MOVE TNUM TO BP2-TNUM.
       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE BENEFICIARIOS.
           CLOSE F-SALTRABAJO.
           CLOSE F-TRFSALIDA.
           CLOSE INTERCAMBIOS.
           CLOSE CLIENTES.
           CLOSE PRODUCTOS.

           CALL "BANKLOG" USING LOG-PROGRAMA, LOG-PARRAFO, LOG-FICHERO,
               LOG-STATUS.
       EMITIR-RECIBO-FIN.
           CONTINUE.

      *    Fecha de apunte (BANKEST): la fecha de negocio en linea o,
      *    pasada la hora de corte, el siguiente dia habil.
       CONSULTAR-ESTADO.
           MOVE "C" TO ES-MODO.
           CALL "BANKEST" USING ES-MODO, ES-PROCESO, ES-FECHA,
               ES-SITUACION, ES-RESULTADO.
           IF ES-RESULTADO <> 0
               MOVE "CONSULTAR-ESTADO" TO LOG-PARRAFO
               MOVE "ESTADO"           TO LOG-FICHERO
               MOVE "99"               TO LOG-STATUS
               GO TO PSYS-ERR.
       CONSULTAR-ESTADO-FIN.
           CONTINUE.

       SERVICIO-NO-DISPONIBLE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 1.
           DISPLAY "Servicio temporalmente no disponible" LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       TARJETA-BLOQUEADA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.

           MOVE BP2-MOV-NUM    TO MOV-NUM.
           MOVE TNUM           TO MOV-TARJETA.
           MOVE ES-ANO         TO MOV-ANO.
           MOVE ES-MES         TO MOV-MES.
           MOVE ES-DIA         TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.

           MOVE BP2-MOV-NUM    TO MOV-NUM.
           MOVE TNUM           TO MOV-TARJETA.
           MOVE ES-ANO         TO MOV-ANO.
           MOVE ES-MES         TO MOV-MES.
           MOVE ES-DIA         TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           CLOSE F-MOVIMIENTOS.

      *    La orden sale con la fecha de apunte del cargo (BANKEST),
      *    no con la del reloj.
       EXTERNA-ANOTAR-SALIDA.
           MOVE ES-ANO            TO TIN-ANO.
           MOVE ES-MES            TO TIN-MES.
           MOVE ES-DIA            TO TIN-DIA.
           MOVE TNUM              TO TIN-ORIGEN.
           MOVE CUENTA-DESTINO    TO TIN-DESTINO.
           MOVE EURENT-USUARIO    TO TIN-IMPORTE-ENT.
           MOVE EURDEC-USUARIO    TO TIN-IMPORTE-DEC.
           MOVE NOMBRE-DESTINO    TO TIN-NOMBRE.
           MOVE REFERENCIA-USUARIO TO TIN-REFERENCIA.
           MOVE TRF-INT-REG       TO ORDEN-SALIDA.

      *    El fichero de salida lleva cabecera y registro de totales,
      *    asi que la orden no se puede anadir sin mas al final: se
      *    aparta el detalle que ya tenia, se regraba el fichero con
      *    la orden nueva y se cierra con los totales al dia. Un
      *    fichero nuevo (o vaciado tras entregarlo a la camara)
      *    estrena numero de secuencia.
           PERFORM SALIDA-APARTAR THRU SALIDA-APARTAR-FIN.
           IF SAL-SECUENCIA = 0
               PERFORM SALIDA-SECUENCIA THRU SALIDA-SECUENCIA-FIN.
           PERFORM SALIDA-REGRABAR THRU SALIDA-REGRABAR-FIN.
           PERFORM SALIDA-REGISTRAR THRU SALIDA-REGISTRAR-FIN.

       EXTERNA-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
       BUSCAR-TITULAR-DESTINO-FIN.
           CONTINUE.

      *    Lista de eleccion con la agenda de la tarjeta antes de la
      *    entrada manual: el beneficiario elegido deja rellenos la
      *    cuenta destino y el nombre del titular. Sin agenda, o con
      *    0, se teclea la cuenta como siempre. La tabla se queda
      *    cargada para VERIF-BENEF-NUEVO.
       ELEGIR-BENEFICIARIO.
           MOVE 0 TO NUM-BENEFICIARIOS.

           OPEN INPUT BENEFICIARIOS.
           IF FSB = 35
               GO TO ELEGIR-BENEFICIARIO-FIN.
           IF FSB <> 00
               MOVE 17 TO DEBUG
               MOVE "ELEGIR-BENEFICIARIO" TO LOG-PARRAFO
               MOVE "BENEFICIARIOS"       TO LOG-FICHERO
               MOVE FSB                   TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE TNUM TO BEN-TARJETA.
           MOVE LOW-VALUES TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY GO TO ELEGIR-BENEFICIARIO-CLOSE.

       ELEGIR-BENEFICIARIO-READ.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO ELEGIR-BENEFICIARIO-CLOSE.

           IF BEN-TARJETA <> TNUM
               OR NUM-BENEFICIARIOS = MAX-BENEFICIARIOS
                   GO TO ELEGIR-BENEFICIARIO-CLOSE.

           ADD 1 TO NUM-BENEFICIARIOS.
           MOVE NUM-BENEFICIARIOS TO IDX.
           MOVE BEN-ALIAS      TO TB-ALIAS(IDX).
           MOVE BEN-CUENTA     TO TB-CUENTA(IDX).
           MOVE BEN-NOMBRE     TO TB-NOMBRE(IDX).
           MOVE BEN-FECHA-ALTA TO TB-FECHA-ALTA(IDX).

           GO TO ELEGIR-BENEFICIARIO-READ.

       ELEGIR-BENEFICIARIO-CLOSE.
           CLOSE BENEFICIARIOS.

           IF NUM-BENEFICIARIOS = 0
               GO TO ELEGIR-BENEFICIARIO-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Beneficiarios guardados:" LINE 6 COL 19.
           PERFORM MOSTRAR-BENEFICIARIO THRU MOSTRAR-BENEFICIARIO-FIN
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-BENEFICIARIOS.
           DISPLAY "0 - Otra cuenta" LINE 18 COL 6.
           DISPLAY "Elija un beneficiario:" LINE 20 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       ELEGIR-BENEFICIARIO-TECLA.
           INITIALIZE NUM-ELEGIDO.

           ACCEPT ENTRADA-BENEFICIARIO ON EXCEPTION
           IF ESC-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO ELEGIR-BENEFICIARIO-TECLA.

           IF NUM-ELEGIDO = 0
               GO TO ELEGIR-BENEFICIARIO-FIN.
           IF NUM-ELEGIDO > NUM-BENEFICIARIOS
               GO TO ELEGIR-BENEFICIARIO-TECLA.

           MOVE TB-CUENTA(NUM-ELEGIDO) TO CUENTA-DESTINO.
           MOVE TB-NOMBRE(NUM-ELEGIDO) TO NOMBRE-DESTINO.

       ELEGIR-BENEFICIARIO-FIN.
           CONTINUE.

       MOSTRAR-BENEFICIARIO.
           MOVE IDX               TO LB-NUMERO.
           MOVE TB-ALIAS(IDX)     TO LB-ALIAS.
           MOVE TB-CUENTA(IDX)    TO LB-CUENTA.
           MOVE TB-NOMBRE(IDX)    TO LB-NOMBRE.

           COMPUTE LINEA-PANTALLA = 7 + IDX.
           DISPLAY LINEA-BENEFICIARIO LINE LINEA-PANTALLA COL 6.

       MOSTRAR-BENEFICIARIO-FIN.
           CONTINUE.

      *    La cuenta destino es de un beneficiario dado de alta en la
      *    agenda hace menos de BENDIAS dias. Vale el alta mas
      *    antigua si la misma cuenta figura con varios alias, y
      *    tambien si la cuenta se ha tecleado a mano.
       VERIF-BENEF-NUEVO.
           MOVE 0 TO BENEF-NUEVO.
           MOVE 0 TO BEN-FECHA-ALTA-MIN.
           IF BEN-DIAS-NUEVO = 0
               GO TO VERIF-BENEF-NUEVO-FIN.

           PERFORM COMPROBAR-BENEFICIARIO
               THRU COMPROBAR-BENEFICIARIO-FIN
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-BENEFICIARIOS.
           IF BEN-FECHA-ALTA-MIN = 0
               GO TO VERIF-BENEF-NUEVO-FIN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE EDAD-BENEF-DIAS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(BEN-FECHA-ALTA-MIN).
           IF EDAD-BENEF-DIAS < BEN-DIAS-NUEVO
               MOVE 1 TO BENEF-NUEVO.

       VERIF-BENEF-NUEVO-FIN.
           CONTINUE.

       COMPROBAR-BENEFICIARIO.
           IF TB-CUENTA(IDX) = CUENTA-DESTINO
               AND (BEN-FECHA-ALTA-MIN = 0
                    OR TB-FECHA-ALTA(IDX) < BEN-FECHA-ALTA-MIN)
                   MOVE TB-FECHA-ALTA(IDX) TO BEN-FECHA-ALTA-MIN.

       COMPROBAR-BENEFICIARIO-FIN.
           CONTINUE.

       VERIF-LIMITE-DIA.
           MOVE 0 TO CENT-TRANSFERIDO-HOY.
           MOVE 0 TO LIMITE-SUPERADO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CONSULTAR-ESTADO THRU CONSULTAR-ESTADO-FIN.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
      *    cuanto el cursor sale de ellos, sin recorrer el libro
      *    entero.
           MOVE TNUM TO MOV-TARJETA.
           MOVE ES-ANO TO MOV-ANO.
           MOVE ES-MES TO MOV-MES.
           MOVE ES-DIA TO MOV-DIA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA-FECHA
               INVALID KEY GO TO VERIF-LIMITE-DIA-CLOSE.

               GO TO VERIF-LIMITE-DIA-CLOSE.

           IF MOV-TARJETA <> TNUM
               OR MOV-ANO <> ES-ANO OR MOV-MES <> ES-MES
               OR MOV-DIA <> ES-DIA
                   GO TO VERIF-LIMITE-DIA-CLOSE.

           IF (MOV-CONCEPTO = MSJ-ORD
       VERIF-LIMITE-DIA-FIN.
           CONTINUE.

      *    Copia al fichero de trabajo el detalle que ya tiene
      *    trfsalida.txt y recoge su cabecera; los totales se
      *    recalculan sobre lo copiado.
       SALIDA-APARTAR.
           MOVE 0 TO SAL-SECUENCIA.
           MOVE 0 TO SAL-NUM-REGISTROS.
           MOVE 0 TO SAL-TOTAL-CENT.

           OPEN OUTPUT F-SALTRABAJO.
           IF FSW <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-APARTAR" TO LOG-PARRAFO
               MOVE "SALTRABAJO"     TO LOG-FICHERO
               MOVE FSW              TO LOG-STATUS
               GO TO PSYS-ERR.

           OPEN INPUT F-TRFSALIDA.
           IF FSX = 35
               CLOSE F-SALTRABAJO
               GO TO SALIDA-APARTAR-FIN.
           IF FSX <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-APARTAR" TO LOG-PARRAFO
               MOVE "TRFSALIDA"      TO LOG-FICHERO
               MOVE FSX              TO LOG-STATUS
               GO TO PSYS-ERR.

       SALIDA-APARTAR-READ.
           READ F-TRFSALIDA AT END
               GO TO SALIDA-APARTAR-CLOSE.

           IF TIN-CTL-CABECERA
               MOVE TIN-CTL-SECUENCIA TO SAL-SECUENCIA
               MOVE TIN-CTL-FECHA-CREACION TO SAL-FECHA-CREACION
               GO TO SALIDA-APARTAR-READ.
           IF TIN-CTL-TOTALES
               GO TO SALIDA-APARTAR-READ.

           ADD 1 TO SAL-NUM-REGISTROS.
           COMPUTE SAL-TOTAL-CENT = SAL-TOTAL-CENT
               + (TIN-IMPORTE-ENT * 100) + TIN-IMPORTE-DEC.
           MOVE TRF-INT-REG TO SALTRABAJO-REG.
           WRITE SALTRABAJO-REG.
           GO TO SALIDA-APARTAR-READ.

       SALIDA-APARTAR-CLOSE.
           CLOSE F-TRFSALIDA.
           CLOSE F-SALTRABAJO.

       SALIDA-APARTAR-FIN.
           CONTINUE.

      *    Numero de secuencia de un fichero de salida nuevo: el
      *    ultimo emitido por la entidad mas uno, segun
      *    intercambios.ubd.
       SALIDA-SECUENCIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE SAL-FECHA-CREACION = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE 1 TO SAL-SECUENCIA.

           OPEN INPUT INTERCAMBIOS.
           IF FSC = 35
               GO TO SALIDA-SECUENCIA-FIN.
           IF FSC <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-SECUENCIA" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"     TO LOG-FICHERO
               MOVE FSC                TO LOG-STATUS
               GO TO PSYS-ERR.

           SET ICB-TRF-SALIDA TO TRUE.
           MOVE ENTIDAD-PROPIA TO ICB-EMISOR.
           MOVE 0 TO ICB-SECUENCIA.
           START INTERCAMBIOS KEY IS NOT LESS THAN ICB-CLAVE
               INVALID KEY GO TO SALIDA-SECUENCIA-CLOSE.

       SALIDA-SECUENCIA-READ.
           READ INTERCAMBIOS NEXT RECORD AT END
               GO TO SALIDA-SECUENCIA-CLOSE.

           IF NOT ICB-TRF-SALIDA OR ICB-EMISOR <> ENTIDAD-PROPIA
               GO TO SALIDA-SECUENCIA-CLOSE.

           COMPUTE SAL-SECUENCIA = ICB-SECUENCIA + 1.
           GO TO SALIDA-SECUENCIA-READ.

       SALIDA-SECUENCIA-CLOSE.
           CLOSE INTERCAMBIOS.

       SALIDA-SECUENCIA-FIN.
           CONTINUE.

       SALIDA-REGRABAR.
           OPEN INPUT F-SALTRABAJO.
           IF FSW <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-REGRABAR" TO LOG-PARRAFO
               MOVE "SALTRABAJO"      TO LOG-FICHERO
               MOVE FSW               TO LOG-STATUS
               GO TO PSYS-ERR.

           OPEN OUTPUT F-TRFSALIDA.
           IF FSX <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-REGRABAR" TO LOG-PARRAFO
               MOVE "TRFSALIDA"       TO LOG-FICHERO
               MOVE FSX               TO LOG-STATUS
               GO TO PSYS-ERR.

           MOVE SPACES TO TRF-CTL-REG.
           SET TIN-CTL-CABECERA TO TRUE.
           MOVE ENTIDAD-PROPIA TO TIN-CTL-EMISOR.
           MOVE SAL-SECUENCIA TO TIN-CTL-SECUENCIA.
           MOVE SAL-FECHA-CREACION TO TIN-CTL-FECHA-CREACION.
           MOVE 0 TO TIN-CTL-NUM-REGISTROS.
           MOVE 0 TO TIN-CTL-TOTAL-CENT.
           WRITE TRF-CTL-REG.

       SALIDA-REGRABAR-READ.
           READ F-SALTRABAJO AT END
               GO TO SALIDA-REGRABAR-ORDEN.

           MOVE SALTRABAJO-REG TO TRF-INT-REG.
           WRITE TRF-INT-REG.
           GO TO SALIDA-REGRABAR-READ.

       SALIDA-REGRABAR-ORDEN.
           CLOSE F-SALTRABAJO.

      *    Se acumula antes del WRITE: despues el area del registro
      *    ya no tiene por que conservar la orden.
           MOVE ORDEN-SALIDA TO TRF-INT-REG.
           ADD 1 TO SAL-NUM-REGISTROS.
           COMPUTE SAL-TOTAL-CENT = SAL-TOTAL-CENT
               + (TIN-IMPORTE-ENT * 100) + TIN-IMPORTE-DEC.
           WRITE TRF-INT-REG.

           MOVE SPACES TO TRF-CTL-REG.
           SET TIN-CTL-TOTALES TO TRUE.
           MOVE ENTIDAD-PROPIA TO TIN-CTL-EMISOR.
           MOVE SAL-SECUENCIA TO TIN-CTL-SECUENCIA.
           MOVE SAL-FECHA-CREACION TO TIN-CTL-FECHA-CREACION.
           MOVE SAL-NUM-REGISTROS TO TIN-CTL-NUM-REGISTROS.
           MOVE SAL-TOTAL-CENT TO TIN-CTL-TOTAL-CENT.
           WRITE TRF-CTL-REG.

           CLOSE F-TRFSALIDA.

       SALIDA-REGRABAR-FIN.
           CONTINUE.

      *    El registro del fichero de salida en intercambios.ubd se
      *    mantiene con los mismos totales que su registro de cola.
       SALIDA-REGISTRAR.
           OPEN I-O INTERCAMBIOS.
           IF FSC = 35
               OPEN OUTPUT INTERCAMBIOS
               CLOSE INTERCAMBIOS
               GO TO SALIDA-REGISTRAR.
           IF FSC <> 00
               MOVE 14 TO DEBUG
               MOVE "SALIDA-REGISTRAR" TO LOG-PARRAFO
               MOVE "INTERCAMBIOS"     TO LOG-FICHERO
               MOVE FSC                TO LOG-STATUS
               GO TO PSYS-ERR.

           SET ICB-TRF-SALIDA TO TRUE.
           MOVE ENTIDAD-PROPIA TO ICB-EMISOR.
           MOVE SAL-SECUENCIA TO ICB-SECUENCIA.
           READ INTERCAMBIOS
               INVALID KEY
                   MOVE SAL-FECHA-CREACION TO ICB-FECHA-CREACION
                   MOVE 0 TO ICB-FECHA-PROCESO
                   MOVE SAL-NUM-REGISTROS TO ICB-NUM-REGISTROS
                   MOVE SAL-TOTAL-CENT TO ICB-TOTAL-CENT
                   WRITE INTERCAMBIO-REG INVALID KEY
                       MOVE 14 TO DEBUG
                       MOVE "SALIDA-REGISTRAR" TO LOG-PARRAFO
                       MOVE "INTERCAMBIOS"     TO LOG-FICHERO
                       MOVE FSC                TO LOG-STATUS
                       GO TO PSYS-ERR
                   END-WRITE
               NOT INVALID KEY
                   MOVE SAL-NUM-REGISTROS TO ICB-NUM-REGISTROS
                   MOVE SAL-TOTAL-CENT TO ICB-TOTAL-CENT
                   REWRITE INTERCAMBIO-REG INVALID KEY
                       MOVE 14 TO DEBUG
                       MOVE "SALIDA-REGISTRAR" TO LOG-PARRAFO
                       MOVE "INTERCAMBIOS"     TO LOG-FICHERO
                       MOVE FSC                TO LOG-STATUS
                       GO TO PSYS-ERR
                   END-REWRITE
           END-READ.

           CLOSE INTERCAMBIOS.

       SALIDA-REGISTRAR-FIN.
           CONTINUE.

       MOVIMIENTOS-OPEN.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
