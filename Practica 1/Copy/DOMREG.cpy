           02 DOM-IMPORTE-DEC         PIC 9(2).
           02 DOM-NOMBRE              PIC X(35).
           02 DOM-REFERENCIA          PIC X(20).
      *    Registros de control del fichero de intercambio: una
      *    cabecera al principio y un registro de totales al final.
      *    La marca ocupa el sitio de DOM-FECHA, que en un registro
      *    de detalle siempre es numerica.
       01 DOM-CTL-REG.
           02 DOM-CTL-MARCA           PIC X(8).
               88 DOM-CTL-CABECERA      VALUE "CABECERA".
               88 DOM-CTL-TOTALES       VALUE "TOTALES ".
           02 DOM-CTL-EMISOR          PIC X(8).
           02 DOM-CTL-SECUENCIA       PIC 9(6).
           02 DOM-CTL-FECHA-CREACION  PIC 9(8).
           02 DOM-CTL-NUM-REGISTROS   PIC 9(9).
           02 DOM-CTL-TOTAL-CENT      PIC 9(15).
           02 FILLER                  PIC X(50).
