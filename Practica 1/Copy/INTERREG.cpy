       01 INTERCAMBIO-REG.
           02 ICB-CLAVE.
               03 ICB-TIPO            PIC X(3).
                   88 ICB-TRF-ENTRADA   VALUE "TRE".
                   88 ICB-DOM-ENTRADA   VALUE "DOE".
                   88 ICB-TRF-SALIDA    VALUE "TRS".
                   88 ICB-TRF-DEVUELTA  VALUE "TDE".
               03 ICB-EMISOR          PIC X(8).
               03 ICB-SECUENCIA       PIC 9(6).
           02 ICB-FECHA-CREACION      PIC 9(8).
           02 ICB-FECHA-PROCESO       PIC 9(8).
           02 ICB-NUM-REGISTROS       PIC 9(9).
           02 ICB-TOTAL-CENT          PIC 9(15).
