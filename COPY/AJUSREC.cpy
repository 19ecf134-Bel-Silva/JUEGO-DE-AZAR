      ******************************************************************
      * AJUSREC - Layout de la constancia de un ajuste del libro mayor
      * (AJUSTES.DAT). AZARAJU graba una linea por cada reverso ('R')
      * o ajuste manual ('M') aplicado, con la fecha de negocio y hora
      * del ajuste, el ticket y la fecha de negocio de la partida
      * ajustada, el jugador, el codigo de motivo (MOTAJU), el debito
      * y el credito al efectivo de la cuenta, la porcion devuelta al
      * saldo de bono, el operador que hizo el ajuste, el supervisor
      * que lo aprobo y una observacion libre. El archivo se conserva
      * de un dia al otro y es la auditoria de quien ajusto que.
      ******************************************************************
           01  AJU-RECORD.
               05 AJU-FECHA-NEG        PIC 9(08).
               05 AJU-HORA             PIC 9(08).
               05 AJU-TICKET           PIC 9(09).
               05 AJU-FECHA-PARTIDA    PIC 9(08).
               05 AJU-PLAYER-ID        PIC X(10).
               05 AJU-TIPO             PIC X(01).
                   88 AJU-ES-REVERSO       VALUE 'R'.
                   88 AJU-ES-MANUAL        VALUE 'M'.
               05 AJU-MOTIVO           PIC X(02).
               05 AJU-DEBITO           PIC 9(05)V99.
               05 AJU-CREDITO          PIC 9(05)V99.
               05 AJU-BONO             PIC 9(05)V99.
               05 AJU-OPERADOR         PIC X(10).
               05 AJU-SUPERVISOR       PIC X(10).
               05 AJU-OBSERVACION      PIC X(40).
