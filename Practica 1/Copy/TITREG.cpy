      *    Intervinientes de una tarjeta (titulares.ubd), ademas del
      *    titular principal TDNI-E de tarjetas.ubd. Clave: tarjeta +
      *    DNI; la clave alternativa por DNI (con duplicados) da las
      *    tarjetas en las que interviene un cliente. Una tarjeta sin
      *    registros aqui es del TDNI-E al 100%; en cuanto tiene
      *    alguno, el TDNI-E figura como titular y los porcentajes de
      *    titulares y cotitulares suman 100 (el del TDNI-E se ajusta
      *    solo con lo que asignan los demas). El autorizado dispone
      *    de la tarjeta pero no es propietario: porcentaje cero.
       01 TITULAR-REG.
           02 TIT-CLAVE.
               03 TIT-TARJETA     PIC 9(16).
               03 TIT-DNI         PIC X(9).
           02 TIT-ROL             PIC X(1).
               88 TIT-TITULAR        VALUE "T".
               88 TIT-COTITULAR      VALUE "C".
               88 TIT-AUTORIZADO     VALUE "A".
               88 TIT-PROPIETARIO    VALUE "T" "C".
           02 TIT-PORCENTAJE      PIC 9(3)V99.
           02 TIT-FECHA-ALTA      PIC 9(8).
           02 TIT-OPERADOR        PIC X(8).
