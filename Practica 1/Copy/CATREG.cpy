      *    Catalogo de copias de seguridad (catalogocopias.txt), que
      *    graba BANK53 y consulta BANK54: una linea por fichero
      *    copiado en cada pasada, con la fecha y hora de la pasada
      *    (comun a todo el juego), el nombre de la copia secuencial,
      *    el numero de registros y el total de control calculado al
      *    copiar. Solo se anota un juego completo: si falla la copia
      *    de un fichero no se anota ninguno de esa pasada.
       01 CATALOGO-REG.
           02 CAT-FECHA           PIC 9(8).
           02 CAT-HORA            PIC 9(6).
           02 CAT-FICHERO         PIC X(13).
           02 CAT-COPIA           PIC X(40).
           02 CAT-REGISTROS       PIC 9(9).
           02 CAT-HASH            PIC S9(18) SIGN LEADING SEPARATE.
