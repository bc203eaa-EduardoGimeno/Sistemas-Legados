      *    Estado del servicio en linea (estado.ubd): un unico
      *    registro de clave "ENLINEA", que administra BANKEST, con
      *    la fecha de negocio en linea, la situacion de la ventana
      *    (abierta al publico o cerrada por batch) y el proceso que
      *    la cambio por ultima vez, con su fecha y hora.
       01 ESTADO-REG.
           02 EST-CLAVE           PIC X(8).
           02 EST-FECHA-NEGOCIO   PIC 9(8).
           02 EST-SITUACION       PIC X(1).
               88 EST-ABIERTO        VALUE "A".
               88 EST-CERRADO        VALUE "C".
           02 EST-PROCESO         PIC X(8).
           02 EST-FECHA-CAMBIO    PIC 9(8).
           02 EST-HORA-CAMBIO     PIC 9(6).
