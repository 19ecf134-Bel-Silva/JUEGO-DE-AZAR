      * AZARPRUE (A) de los digitos que el programa completo por su
      * cuenta cuando AZARPRUE no llena todas las posiciones pedidas
      * en los modos de 5/6 digitos (L).
      * SEED-AUD-TICKET lleva el ticket de la partida (TICKET.DAT) para
      * la que se sorteo el numero, en ambos origenes. Las lineas
      * anteriores a este campo quedan con el ticket en blanco y los
      * lectores lo toman como cero.
      ******************************************************************
           01  SEED-AUD-RECORD.
               05 SEED-AUD-FECHA         PIC 9(08).
               05 SEED-AUD-LONGITUD-NUM  PIC 9(01).
               05 SEED-AUD-ORIGEN        PIC X(01).
               05 SEED-AUD-NUMERO        PIC X(06).
               05 SEED-AUD-TICKET        PIC 9(09).
