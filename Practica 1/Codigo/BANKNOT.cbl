      *    (BANKPIN al bloquear la tarjeta, BANK16 al rechazar una
      *    transferencia recibida, BANK10 al cargar intereses de
      *    descubierto, BANK0 cuando la clave esta a punto de
      *    caducar, BANK41 al detectar actividad sospechosa, BANK42
      *    al reabonar una transferencia devuelta, BANK45 al marcar
      *    inactiva una tarjeta sin uso, BANK48 al no poder cobrar
      *    una cuota de prestamo, BANK51 cuando la identificacion del
      *    titular no esta al dia) dejan aqui su
      *    registro en notificaciones.ubd y el batch diario
      *    BANK36 los convierte en cartas y los marca impresos.
      *
      *    Para no inundar al cliente, un evento que ya tiene una
      *    notificacion sin imprimir para la misma tarjeta no se
