           02 PRO-BILLETE10       PIC 9(1).
           02 PRO-BILLETE20       PIC 9(1).
           02 PRO-BILLETE50       PIC 9(1).
           02 PRO-TASA-PRESTAMO   PIC 9(4).
