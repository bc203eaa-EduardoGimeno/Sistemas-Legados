       01 TRF-DEV-REG.
           02 TDV-FECHA.
               03 TDV-ANO             PIC 9(4).
               03 TDV-MES             PIC 9(2).
               03 TDV-DIA             PIC 9(2).
           02 TDV-REFERENCIA          PIC X(20).
           02 TDV-DESTINO             PIC 9(16).
           02 TDV-IMPORTE-ENT         PIC 9(7).
           02 TDV-IMPORTE-DEC         PIC 9(2).
           02 TDV-MOTIVO              PIC X(2).
      *    Registros de control del fichero de intercambio, como en
      *    TRFINTREG: cabecera al principio y totales al final, con
      *    la marca en el sitio de TDV-FECHA.
       01 TDV-CTL-REG.
           02 TDV-CTL-MARCA           PIC X(8).
               88 TDV-CTL-CABECERA      VALUE "CABECERA".
               88 TDV-CTL-TOTALES       VALUE "TOTALES ".
           02 TDV-CTL-EMISOR          PIC X(8).
           02 TDV-CTL-SECUENCIA       PIC 9(6).
           02 TDV-CTL-FECHA-CREACION  PIC 9(8).
           02 TDV-CTL-NUM-REGISTROS   PIC 9(9).
           02 TDV-CTL-TOTAL-CENT      PIC 9(15).
