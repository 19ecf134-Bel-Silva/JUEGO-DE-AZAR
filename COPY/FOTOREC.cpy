      ******************************************************************
      * FOTOREC - Layout de una linea de la foto de saldos de cierre
      * (generacion SALD<fecha>.DAT). Al cerrar el dia, AZARCIE graba
      * una linea por cada cuenta de CUENTAS.IDX con la fecha de
      * negocio cerrada, el estado y el saldo en efectivo de la cuenta
      * y el saldo de bono promocional del jugador en BONOS.IDX (cero
      * si no tiene billetera de bono). AZARBAL toma la foto del dia
      * anterior como saldo de apertura del balance de comprobacion
      * de los saldos de los jugadores.
      ******************************************************************
           01  FOTO-RECORD.
               05 FOTO-FECHA-NEG       PIC 9(08).
               05 FOTO-PLAYER-ID       PIC X(10).
               05 FOTO-ESTADO          PIC X(01).
               05 FOTO-CTA-SALDO       PIC S9(07)V99.
               05 FOTO-BON-SALDO       PIC 9(05)V99.
