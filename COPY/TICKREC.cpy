      ******************************************************************
      * TICKREC - Layout del contador de tickets de partida
      * (TICKET.DAT, una sola linea). TICK-ULTIMO es el ultimo numero
      * de ticket asignado; EJEAZAR1 y EJEAZARL toman el siguiente al
      * sortear el numero oculto de cada partida (y AZARLIQ al
      * liquidar un checkpoint que no traia ticket) y lo regraban.
      * El numero nunca vuelve atras ni se reinicia con el cierre de
      * dia. TICK-FECHA es la fecha de negocio de la ultima
      * asignacion. Si el archivo no existe el primer ticket es 1.
      ******************************************************************
           01  TICK-RECORD.
               05 TICK-ULTIMO          PIC 9(09).
               05 TICK-FECHA           PIC 9(08).
