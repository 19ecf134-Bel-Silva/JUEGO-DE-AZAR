      * HIST-FECHA lleva la fecha de negocio (FECHANEG.DAT) del dia en
      * que se jugo la partida; los registros anteriores a este campo
      * quedan con la fecha en blanco.
      * HIST-TICKET lleva el numero de ticket de la partida, asignado
      * de TICKET.DAT al sortear el numero oculto; es el mismo ticket
      * de sus movimientos del libro mayor, de su auditoria de semilla
      * y de su checkpoint. Los registros anteriores a este campo
      * quedan con el ticket en blanco y los lectores lo toman como
      * cero (partida sin ticket).
      ******************************************************************
           01  HIST-RECORD.
               05 HIST-PLAYER-ID       PIC X(10).
               05 HIST-REGULARES       PIC 9(01).
               05 HIST-ERRADOS         PIC 9(01).
               05 HIST-FECHA           PIC 9(08).
               05 HIST-TICKET          PIC 9(09).
