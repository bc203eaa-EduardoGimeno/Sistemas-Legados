           02 CLI-DIRECCION       PIC X(40).
           02 CLI-POBLACION       PIC X(25).
           02 CLI-TELEFONO        PIC 9(9).
           02 CLI-CADUCIDAD-DOC   PIC 9(8).
           02 CLI-FECHA-REVISION  PIC 9(8).
