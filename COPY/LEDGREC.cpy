      * cuenta. En los tipos 'A' y 'J' va en cero. Los registros
      * anteriores a este campo quedan con el campo en blanco y los
      * lectores lo toman como cero.
      * LEDGER-TICKET lleva el ticket de la partida (TICKET.DAT) en
      * todos los tipos: la linea 'P' de la partida y las lineas 'A'
      * y 'J' del pozo que genero esa misma partida. Los registros
      * anteriores a este campo quedan con el ticket en blanco y los
      * lectores lo toman como cero.
      * Los ajustes de AZARAJU, aprobados por un supervisor, se
      * graban con la fecha de negocio del dia del ajuste y el ticket
      * de la partida ajustada:
      *   'R' - REVERSO: anula la linea de partida del ticket;
      *       LEDGER-APUESTA lleva el pago revertido (debito al
      *       jugador), LEDGER-PAGO la apuesta devuelta (credito) y
      *       LEDGER-APUESTA-BONO la porcion de la apuesta que vuelve
      *       al saldo de bono.
      *   'M' - AJUSTE MANUAL: corrige el resultado de la partida;
      *       LEDGER-APUESTA lleva el debito y LEDGER-PAGO el credito
      *       al efectivo de la cuenta, LEDGER-APUESTA-BONO va en
      *       cero.
      * LEDGER-MOTIVO lleva en los ajustes el codigo de motivo
      * (MOTAJU); en los demas tipos va en blanco. Los registros
      * anteriores a este campo quedan con el motivo en blanco.
      ******************************************************************
           01  LEDGER-RECORD.
               05 LEDGER-PLAYER-ID      PIC X(10).
                   88 LEDGER-ES-PARTIDA     VALUES 'P', ' '.
                   88 LEDGER-ES-APORTE-POZO VALUE 'A'.
                   88 LEDGER-ES-POZO-GANADO VALUE 'J'.
                   88 LEDGER-ES-REVERSO     VALUE 'R'.
                   88 LEDGER-ES-AJUSTE-MANUAL VALUE 'M'.
                   88 LEDGER-ES-AJUSTE      VALUES 'R', 'M'.
               05 LEDGER-FECHA          PIC 9(08).
               05 LEDGER-APUESTA-BONO   PIC 9(05)V99.
               05 LEDGER-TICKET         PIC 9(09).
               05 LEDGER-MOTIVO         PIC X(02).
