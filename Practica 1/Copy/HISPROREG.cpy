      *    Historico mensual de cifras por producto
      *    (historicoproductos.txt), que BANK55 amplia cada mes: una
      *    linea por producto y cifra con el mes al que se refiere.
      *    De aqui sale la comparacion con el mes anterior, que asi
      *    no depende de que BANK33 haya archivado ya los movimientos
      *    ni de como estaban las tarjetas entonces. Si un mes se
      *    anota dos veces vale la ultima. Importes en centimos.
       01 HISTORICO-PRO-REG.
           02 HIS-MES             PIC 9(6).
           02 HIS-PRODUCTO        PIC X(4).
           02 HIS-FIGURA          PIC 9(2).
           02 HIS-SIGNO           PIC X(1).
           02 HIS-VALOR           PIC 9(13).
