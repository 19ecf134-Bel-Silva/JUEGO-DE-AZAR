      *         INTENTOS DISPONIBLES)
      *   'P' - PERDIDA: LA PARTIDA SE LIQUIDA COMO PERDIDA CON EL
      *         ULTIMO INTENTO REGISTRADO (INTENTOS AGOTADOS)
      * LIQ-TICKET lleva el ticket de la partida liquidada, el mismo
      * que quedo en su historial y su libro mayor.
      ******************************************************************
           01  LIQ-RECORD.
               05 LIQ-FECHA            PIC 9(08).
               05 LIQ-PAGO             PIC 9(05)V99.
               05 LIQ-NUM-INTENTOS     PIC 9(03).
               05 LIQ-MAX-INTENTOS     PIC 9(03).
               05 LIQ-TICKET           PIC 9(09).
