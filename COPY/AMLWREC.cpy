      ******************************************************************
      * AMLWREC - Archivo de trabajo de AZARAML (AMLTRAB.IDX, indexado
      * con clave jugador + fecha de negocio). Una entrada por jugador
      * y dia de la ventana con el efectivo ingresado (depositos 'DP'
      * y saldos iniciales 'AP' del diario de caja), el efectivo
      * retirado ('RT'), la cantidad de depositos justo debajo del
      * umbral y lo apostado en partidas segun el libro mayor. Se
      * rearma en cada corrida.
      ******************************************************************
           01  AMLW-RECORD.
               05 AMLW-CLAVE.
                   10 AMLW-PLAYER-ID    PIC X(10).
                   10 AMLW-FECHA        PIC 9(08).
               05 AMLW-ENTRADA          PIC 9(09)V99.
               05 AMLW-SALIDA           PIC 9(09)V99.
               05 AMLW-CANT-CASI        PIC 9(05).
               05 AMLW-APOSTADO         PIC 9(09)V99.
