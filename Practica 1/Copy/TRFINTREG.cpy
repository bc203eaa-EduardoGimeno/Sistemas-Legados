           02 TIN-IMPORTE-DEC         PIC 9(2).
           02 TIN-NOMBRE              PIC X(35).
           02 TIN-REFERENCIA          PIC X(20).
      *    Registros de control del fichero de intercambio: una
      *    cabecera al principio y un registro de totales al final.
      *    La marca ocupa el sitio de TIN-FECHA, que en un registro
      *    de detalle siempre es numerica.
       01 TRF-CTL-REG.
           02 TIN-CTL-MARCA           PIC X(8).
               88 TIN-CTL-CABECERA      VALUE "CABECERA".
               88 TIN-CTL-TOTALES       VALUE "TOTALES ".
           02 TIN-CTL-EMISOR          PIC X(8).
           02 TIN-CTL-SECUENCIA       PIC 9(6).
           02 TIN-CTL-FECHA-CREACION  PIC 9(8).
           02 TIN-CTL-NUM-REGISTROS   PIC 9(9).
           02 TIN-CTL-TOTAL-CENT      PIC 9(15).
           02 FILLER                  PIC X(50).
