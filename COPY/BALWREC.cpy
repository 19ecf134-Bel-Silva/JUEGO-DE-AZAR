      ******************************************************************
      * BALWREC - Archivo de trabajo de AZARBAL (BALTRAB.IDX, indexado
      * con clave jugador). Una entrada por jugador con el saldo en
      * efectivo y de bono de la foto de cierre del dia anterior
      * (SALD<fecha>.DAT), el movimiento del dia sobre cada saldo
      * (diario de caja CAJAMOV.DAT y resultados netos del libro mayor
      * LEDGER.DAT) y la marca de la cuenta ya verificada contra
      * CUENTAS.IDX. Se rearma en cada corrida.
      ******************************************************************
           01  BALW-RECORD.
               05 BALW-PLAYER-ID        PIC X(10).
               05 BALW-CTA-ANTERIOR     PIC S9(09)V99.
               05 BALW-BON-ANTERIOR     PIC S9(07)V99.
               05 BALW-MOV-CTA          PIC S9(09)V99.
               05 BALW-MOV-BON          PIC S9(07)V99.
               05 BALW-EN-FOTO          PIC X(01).
               05 BALW-VERIFICADA       PIC X(01).
