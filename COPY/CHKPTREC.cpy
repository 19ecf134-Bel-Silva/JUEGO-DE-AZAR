      * curso de EJEAZAR1. Se graba despues de cada intento para que
      * una sesion cortada pueda retomarse sin pedir un numero nuevo
      * a AZARPRUE ni perder los intentos ya realizados.
      * CHKPT-TICKET lleva el ticket asignado a la partida al sortear
      * el numero, para que la partida retomada (o liquidada por
      * AZARLIQ) conserve su ticket. Un checkpoint anterior a este
      * campo queda con el ticket en blanco.
      ******************************************************************
           01  CHKPT-RECORD.
               05 CHKPT-PLAYER-ID        PIC X(10).
                       15 CHKPT-LOG-ACERTADOS  PIC 9.
                       15 CHKPT-LOG-REGULARES  PIC 9.
                       15 CHKPT-LOG-ERRADOS    PIC 9.
               05 CHKPT-TICKET           PIC 9(09).
