      *    Fichero de formato fijo del informe mensual de gestion por
      *    producto (exportproductos.txt), que graba BANK55 y se
      *    regraba entero cada mes: una linea por producto y cifra
      *    (01-21, en el orden del informe) con el valor del mes, el
      *    del mes anterior y la diferencia, cada uno con su signo.
      *    INF-ANTERIOR = "N" si el historico no tenia el producto
      *    el mes anterior (valor anterior a cero). Importes en
      *    centimos; las cifras de tarjetas son numero de tarjetas.
       01 INFORME-PRO-REG.
           02 INF-MES             PIC 9(6).
           02 INF-PRODUCTO        PIC X(4).
           02 INF-FIGURA          PIC 9(2).
           02 INF-SIGNO           PIC X(1).
           02 INF-VALOR           PIC 9(13).
           02 INF-ANTERIOR        PIC X(1).
           02 INF-SIGNO-ANT       PIC X(1).
           02 INF-VALOR-ANT       PIC 9(13).
           02 INF-SIGNO-DIF       PIC X(1).
           02 INF-VALOR-DIF       PIC 9(13).
