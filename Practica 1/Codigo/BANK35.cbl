      *    Batch de fin de ejercicio: declaracion fiscal de
      *    intereses. Recorre el acumulador fiscal.ubd que mantiene
      *    BANK10 (intereses integros abonados y retencion
      *    practicada, por tarjeta y ano) y al que BANKPLZ suma el
      *    rendimiento de los depositos a plazo liquidados, neto de
      *    la penalizacion por cancelacion, agrupa las cifras del
      *    ejercicio pedido por titular (TDNI-E de tarjetas.ubd) y
      *    genera declaracionfiscal.txt, el fichero de formato fijo
      *    que se entrega a la administracion (un registro por
      *    para el envio postal. Ambos ficheros se regraban enteros
      *    en cada ejecucion: contienen un solo ejercicio.
      *
      *    Una tarjeta compartida (titulares.ubd, BANK43) reparte sus
      *    intereses y su retencion entre titulares y cotitulares
      *    segun su porcentaje de propiedad; los autorizados no
      *    declaran. Las partes de los demas se truncan al centimo y
      *    el titular principal (TDNI-E) se queda con el resto, de
      *    modo que la suma de las partes es exactamente la cifra de
      *    la tarjeta.
      *
      *    La agrupacion por DNI se resuelve con una pasada por
      *    tarjeta y propietario: cada titular se emite una sola vez,
      *    cuando el recorrido llega a su tarjeta de numeracion mas
      *    baja del ejercicio, sumando entonces su parte de todas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CLI-DNI
           FILE STATUS IS FSL.

           SELECT TITULARES ASSIGN TO "titulares.ubd"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           ALTERNATE RECORD KEY IS TIT-DNI
           WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT F-TRABAJO ASSIGN TO "bank35.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSW.
       FD CLIENTES.
           COPY CLIREG.

       FD TITULARES.
           COPY TITREG.

      *    Una linea por tarjeta del ejercicio y propietario de ella.
       FD F-TRABAJO.
       01 TRABAJO-REG.
           02 TRB-TARJETA           PIC 9(16).
           02 TRB-DNI               PIC  X(9).

       FD F-DECLARACION.
       01 DECLARACION-REG.
       77 FSW                        PIC  X(2).
       77 FSX                        PIC  X(2).
       77 FSC                        PIC  X(2).
       77 FSH                        PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TARJETA-MINIMA             PIC  9(16).
       77 SUMA-INTERES               PIC  9(13).
       77 SUMA-RETENIDO              PIC  9(13).
       77 PARTICIPA                  PIC  9(1).
           88 DNI-PARTICIPA            VALUE 1.
       77 PARTE-INTERES              PIC  9(11).
       77 PARTE-RETENIDO             PIC  9(11).
       77 OTROS-INTERES              PIC  9(11).
       77 OTROS-RETENIDO             PIC  9(11).
       77 CUOTA-CENT                 PIC  9(11).
       77 NUM-DECLARADOS             PIC  9(5) VALUE 0.
       77 NUM-SIN-TITULAR            PIC  9(5) VALUE 0.

           STOP RUN.

      *    Pasa 1: las tarjetas con acumulador del ejercicio, al
      *    fichero de trabajo, una vez por cada propietario.
       ENCONTRAR-TARJETAS.
           OPEN OUTPUT F-TRABAJO.
           IF FSW <> 00
               GO TO ENCONTRAR-TARJETAS-FIN.

           IF FIS-ANO = EJERCICIO
               PERFORM ANOTAR-PROPIETARIOS
                   THRU ANOTAR-PROPIETARIOS-FIN.

           GO TO ENCONTRAR-TARJETAS-READ.

       ENCONTRAR-TARJETAS-FIN.
           CLOSE F-TRABAJO.

      *    El titular principal siempre; despues los titulares y
      *    cotitulares que la tarjeta tenga en titulares.ubd.
       ANOTAR-PROPIETARIOS.
           MOVE FIS-TARJETA TO TARJETA-ACTUAL.
           PERFORM BUSCAR-DNI THRU BUSCAR-DNI-FIN.
           IF DNI-TITULAR = SPACES
               ADD 1 TO NUM-SIN-TITULAR
               GO TO ANOTAR-PROPIETARIOS-FIN.

           MOVE TARJETA-ACTUAL TO TRB-TARJETA.
           MOVE DNI-TITULAR TO TRB-DNI.
           WRITE TRABAJO-REG.

           OPEN INPUT TITULARES.
           IF FSH <> 00
               GO TO ANOTAR-PROPIETARIOS-FIN.

           MOVE TARJETA-ACTUAL TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO ANOTAR-PROPIETARIOS-CLOSE.

       ANOTAR-PROPIETARIOS-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO ANOTAR-PROPIETARIOS-CLOSE.

           IF TIT-TARJETA <> TARJETA-ACTUAL
               GO TO ANOTAR-PROPIETARIOS-CLOSE.

           IF TIT-PROPIETARIO AND TIT-DNI <> DNI-TITULAR
               MOVE TARJETA-ACTUAL TO TRB-TARJETA
               MOVE TIT-DNI TO TRB-DNI
               WRITE TRABAJO-REG.

           GO TO ANOTAR-PROPIETARIOS-READ.

       ANOTAR-PROPIETARIOS-CLOSE.
           CLOSE TITULARES.

       ANOTAR-PROPIETARIOS-FIN.
           CONTINUE.

      *    Pasa 2: por cada tarjeta y propietario del trabajo, el
      *    propietario se emite una sola vez: cuando la tarjeta es la
      *    de numeracion mas baja de ese DNI en el ejercicio. La
      *    suma por DNI repasa el acumulador entero, que a fin de ano
      *    es pequeno comparado con el libro.
       PROCESAR-TRABAJO.
           OPEN INPUT F-TRABAJO.
           IF FSW <> 00
               CLOSE F-TRABAJO
               GO TO PROCESAR-TRABAJO-FIN.

           MOVE TRB-TARJETA TO TARJETA-ACTUAL.
           MOVE TRB-DNI TO DNI-BUSCADO.
           PERFORM PROCESAR-TARJETA THRU PROCESAR-TARJETA-FIN.

           GO TO PROCESAR-TRABAJO-READ.

       PROCESAR-TARJETA.
           MOVE TARJETA-ACTUAL TO TARJETA-MINIMA.
           PERFORM SUMAR-POR-DNI THRU SUMAR-POR-DNI-FIN.

           IF TARJETA-MINIMA <> TARJETA-ACTUAL
       BUSCAR-DNI-FIN.
           CONTINUE.

      *    Suma la parte del DNI buscado en los acumuladores del
      *    ejercicio de todas las tarjetas de las que es propietario
      *    y localiza la de numeracion mas baja, que es la que
      *    dispara la emision del titular.
       SUMAR-POR-DNI.
           MOVE 0 TO SUMA-INTERES.
           MOVE 0 TO SUMA-RETENIDO.
           IF FIS-ANO <> EJERCICIO
               GO TO SUMAR-POR-DNI-READ.

           PERFORM PARTE-DNI THRU PARTE-DNI-FIN.
           IF NOT DNI-PARTICIPA
               GO TO SUMAR-POR-DNI-READ.

           ADD PARTE-INTERES TO SUMA-INTERES.
           ADD PARTE-RETENIDO TO SUMA-RETENIDO.
           IF FIS-TARJETA < TARJETA-MINIMA
               MOVE FIS-TARJETA TO TARJETA-MINIMA.

       BUSCAR-DNI-FISCAL-FIN.
           CONTINUE.

      *    Parte del DNI buscado en el acumulador leido: el titular
      *    principal se lleva lo que no es de los demas; un titular o
      *    cotitular de titulares.ubd, su porcentaje truncado al
      *    centimo.
       PARTE-DNI.
           MOVE 0 TO PARTICIPA.
           MOVE 0 TO PARTE-INTERES.
           MOVE 0 TO PARTE-RETENIDO.

           PERFORM BUSCAR-DNI-FISCAL THRU BUSCAR-DNI-FISCAL-FIN.
           IF DNI-LEIDO = SPACES
               GO TO PARTE-DNI-FIN.

           IF DNI-LEIDO = DNI-BUSCADO
               MOVE 1 TO PARTICIPA
               PERFORM SUMAR-OTROS THRU SUMAR-OTROS-FIN
               COMPUTE PARTE-INTERES =
                   FIS-INTERES-CENT - OTROS-INTERES
               COMPUTE PARTE-RETENIDO =
                   FIS-RETENIDO-CENT - OTROS-RETENIDO
               GO TO PARTE-DNI-FIN.

           OPEN INPUT TITULARES.
           IF FSH <> 00
               GO TO PARTE-DNI-FIN.

           MOVE FIS-TARJETA TO TIT-TARJETA.
           MOVE DNI-BUSCADO TO TIT-DNI.
           READ TITULARES INVALID KEY
               CLOSE TITULARES
               GO TO PARTE-DNI-FIN.
           CLOSE TITULARES.

           IF NOT TIT-PROPIETARIO
               GO TO PARTE-DNI-FIN.

           MOVE 1 TO PARTICIPA.
           COMPUTE PARTE-INTERES =
               FIS-INTERES-CENT * TIT-PORCENTAJE / 100.
           COMPUTE PARTE-RETENIDO =
               FIS-RETENIDO-CENT * TIT-PORCENTAJE / 100.

       PARTE-DNI-FIN.
           CONTINUE.

      *    Partes truncadas de los propietarios de la tarjeta que no
      *    son su titular principal.
       SUMAR-OTROS.
           MOVE 0 TO OTROS-INTERES.
           MOVE 0 TO OTROS-RETENIDO.

           OPEN INPUT TITULARES.
           IF FSH <> 00
               GO TO SUMAR-OTROS-FIN.

           MOVE FIS-TARJETA TO TIT-TARJETA.
           MOVE LOW-VALUES TO TIT-DNI.
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY GO TO SUMAR-OTROS-CLOSE.

       SUMAR-OTROS-READ.
           READ TITULARES NEXT RECORD AT END
               GO TO SUMAR-OTROS-CLOSE.

           IF TIT-TARJETA <> FIS-TARJETA
               GO TO SUMAR-OTROS-CLOSE.

           IF NOT TIT-PROPIETARIO OR TIT-DNI = DNI-LEIDO
               GO TO SUMAR-OTROS-READ.

           COMPUTE CUOTA-CENT = FIS-INTERES-CENT * TIT-PORCENTAJE / 100.
           ADD CUOTA-CENT TO OTROS-INTERES.
           COMPUTE CUOTA-CENT =
               FIS-RETENIDO-CENT * TIT-PORCENTAJE / 100.
           ADD CUOTA-CENT TO OTROS-RETENIDO.

           GO TO SUMAR-OTROS-READ.

       SUMAR-OTROS-CLOSE.
           CLOSE TITULARES.

       SUMAR-OTROS-FIN.
           CONTINUE.

       EMITIR-DECLARACION.
           MOVE DNI-BUSCADO TO DEC-DNI.
           MOVE SPACES TO DEC-NOMBRE.
