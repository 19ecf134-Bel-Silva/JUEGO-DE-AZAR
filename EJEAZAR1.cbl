               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POZO.

           SELECT TICKET-FILE ASSIGN TO "TICKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TICKET.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

       DATA DIVISION.
       FILE SECTION.

       FD  POZO-FILE.
           COPY "POZOREC.cpy".

       FD  TICKET-FILE.
           COPY "TICKREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       WORKING-STORAGE SECTION.

      *****IDENTIFICACION DEL JUGADOR PARA EL HISTORIAL *****
      *****APUESTA Y PAGO (JUEGO DE AZAR CON DINERO) *****

           01  WS-APUESTA     PIC 9(05)V99 VALUE ZEROES.
           01  WS-APUESTA-MAXIMA PIC 9(05)V99.
           01  WS-PAGO        PIC 9(05)V99 VALUE ZEROES.
           01  WS-SALDO-NETO  PIC S9(05)V99 VALUE ZEROES.

           01  WS-MULT-REGULAR PIC 9V99.

      *****EDICION DE MONTOS PARA PANTALLA (DECIMAL-POINT IS COMMA) ***


           01  WS-IDX-PAGO PIC 9.

      *****VERSION DE LA TABLA DE PAGOS VIGENTE (TARIFAS.DAT) *****

           01  WS-FS-TARIFAS   PIC XX.
           01  WS-TAR-VIGENCIA PIC 9(08) VALUE ZEROES.
           01  WS-FIN-TARIFAS  PIC X.
               88 FIN-TARIFAS        VALUE 'S'.

      *****COMPLETA CAMPO-INCOGNITO SI AZARPRUE NO DEVUELVE TODOS *****
      *    LOS DIGITOS PEDIDOS (CONTRATO HISTORICO DE 4 DIGITOS)   *


           01  WS-FS-POZO     PIC XX.

      *****TICKET DE LA PARTIDA (CONTADOR EN TICKET.DAT) *****

           01  WS-FS-TICKET   PIC XX.
           01  WS-TICKET      PIC 9(09) VALUE ZEROES.

           01  WS-POZO-SALDO          PIC 9(05)V99.
           01  WS-POZO-PCT            PIC 9(02)V99.
           01  WS-POZO-INTENTOS-CALIF PIC 9(03).

           PERFORM 1005-LEER-FECHA-NEGOCIO

           PERFORM 1080-CARGAR-TABLA-PAGOS

           DISPLAY 'INGRESE SU ID DE JUGADOR/TERMINAL: '
           ACCEPT WS-PLAYER-ID

               PERFORM 1050-SELECCIONAR-DIFICULTAD
               PERFORM 1060-SELECCIONAR-MAX-INTENTOS
               PERFORM 1065-INGRESAR-APUESTA

               PERFORM 1069-ASIGNAR-TICKET

               CALL WS-RUTINA USING AREA-COMUNICACION

               INITIALIZE  WS-NUM-INTENTOS

               DISPLAY 'BIENVENIDO AL JUEGO!'
               DISPLAY 'TICKET DE LA PARTIDA: ' WS-TICKET
               DISPLAY 'NUMERO INCOGNITO: '
                       WP-MASCARA(1:WS-LONGITUD-NUM)
               DISPLAY 'ADIVINA QUE NUMERO ES...'
               TO CAMPO-INCOGNITO(1:WS-LONGITUD-NUM)
           MOVE CHKPT-NUM-INTENTOS    TO WS-NUM-INTENTOS

           IF CHKPT-TICKET NUMERIC AND CHKPT-TICKET > 0
               MOVE CHKPT-TICKET TO WS-TICKET
           ELSE
               PERFORM 1069-ASIGNAR-TICKET
           END-IF

           PERFORM 1068-CALCULAR-FONDEO

           MOVE 1 TO WS-I
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LONGITUD-NUM
               END-IF
           END-IF.

      ******************************************
      **   ASIGNA EL TICKET DE LA PARTIDA: EL  **
      **   SIGUIENTE AL ULTIMO DE TICKET.DAT,  **
      **   QUE SE REGRABA DE INMEDIATO         **
      ******************************************
           1069-ASIGNAR-TICKET.

           MOVE ZEROES TO WS-TICKET

           OPEN INPUT TICKET-FILE

           IF WS-FS-TICKET NOT = '35'
               READ TICKET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TICK-ULTIMO NUMERIC
                           MOVE TICK-ULTIMO TO WS-TICKET
                       END-IF
               END-READ
               CLOSE TICKET-FILE
           END-IF

           ADD 1 TO WS-TICKET

           MOVE WS-TICKET    TO TICK-ULTIMO
           MOVE WS-FECHA-NEG TO TICK-FECHA

           OPEN OUTPUT TICKET-FILE
           WRITE TICK-RECORD

           IF WS-FS-TICKET NOT = '00'
               DISPLAY 'ERROR AL GRABAR EL ULTIMO TICKET: '
                       WS-FS-TICKET
           END-IF

           CLOSE TICKET-FILE.

      ******************************************
      **   CARGA LA TABLA DE PAGOS POR ACIERTO **
      **   CON LA VERSION DE TARIFAS.DAT       **
      **   VIGENTE EN LA FECHA DE NEGOCIO (LOS **
      **   VALORES HISTORICOS DE LA CASA SI    **
      **   NINGUNA VERSION RIGE TODAVIA)       **
      ******************************************
           1080-CARGAR-TABLA-PAGOS.

           MOVE 5,00    TO PAGO-POR-ACIERTO(1)
           MOVE 8,00    TO PAGO-POR-ACIERTO(2)
           MOVE 12,00   TO PAGO-POR-ACIERTO(3)
           MOVE 0,10    TO WS-MULT-REGULAR
           MOVE 5000,00 TO WS-APUESTA-MAXIMA
           MOVE ZEROES  TO WS-TAR-VIGENCIA
           MOVE 'N'     TO WS-FIN-TARIFAS

           OPEN INPUT TARIFAS-FILE

           IF WS-FS-TARIFAS NOT = '35'
               READ TARIFAS-FILE
                   AT END SET FIN-TARIFAS TO TRUE
               END-READ

               PERFORM UNTIL FIN-TARIFAS
                   IF TAR-VIGENCIA <= WS-FECHA-NEG
                      AND TAR-VIGENCIA >= WS-TAR-VIGENCIA
                       PERFORM 1081-TOMAR-VERSION
                   END-IF
                   READ TARIFAS-FILE
                       AT END SET FIN-TARIFAS TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TARIFAS-FILE
           END-IF.

      ******************************************
      **   TOMA LOS VALORES DE LA VERSION LEIDA **
      ******************************************
           1081-TOMAR-VERSION.

           MOVE TAR-VIGENCIA          TO WS-TAR-VIGENCIA
           MOVE TAR-PAGO-ACIERTO(1)   TO PAGO-POR-ACIERTO(1)
           MOVE TAR-PAGO-ACIERTO(2)   TO PAGO-POR-ACIERTO(2)
           MOVE TAR-PAGO-ACIERTO(3)   TO PAGO-POR-ACIERTO(3)
           MOVE TAR-MULT-REGULAR      TO WS-MULT-REGULAR
           MOVE TAR-APUESTA-MAXIMA    TO WS-APUESTA-MAXIMA.

      ******************************************
      **   AUDITORIA DEL NUMERO DEVUELTO POR   **
           MOVE SPACES           TO SEED-AUD-NUMERO
           MOVE CAMPO-INCOGNITO(1:WS-LONGITUD-NUM)
               TO SEED-AUD-NUMERO(1:WS-LONGITUD-NUM)
           MOVE WS-TICKET        TO SEED-AUD-TICKET

           OPEN EXTEND SEED-AUD-FILE

           MOVE SPACES           TO SEED-AUD-NUMERO
           MOVE CAMPO-INCOGNITO(1:WS-LONGITUD-NUM)
               TO SEED-AUD-NUMERO(1:WS-LONGITUD-NUM)
           MOVE WS-TICKET        TO SEED-AUD-TICKET

           OPEN EXTEND SEED-AUD-FILE

           MOVE CAMPO-INCOGNITO(1:WS-LONGITUD-NUM)
               TO CHKPT-CAMPO-INCOGNITO(1:WS-LONGITUD-NUM)
           MOVE WS-NUM-INTENTOS     TO CHKPT-NUM-INTENTOS
           MOVE WS-TICKET           TO CHKPT-TICKET

           MOVE 1 TO WS-I
           PERFORM VARYING WS-I FROM 1 BY 1
           MOVE WS-REGULARES     TO HIST-REGULARES
           MOVE WS-ERRADOS       TO HIST-ERRADOS
           MOVE WS-FECHA-NEG     TO HIST-FECHA
           MOVE WS-TICKET        TO HIST-TICKET

           OPEN EXTEND HIST-FILE

           MOVE 'P'              TO LEDGER-TIPO
           MOVE WS-FECHA-NEG     TO LEDGER-FECHA
           MOVE WS-APUESTA-BONO  TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET        TO LEDGER-TICKET
           MOVE SPACES           TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           MOVE 'A'              TO LEDGER-TIPO
           MOVE WS-FECHA-NEG     TO LEDGER-FECHA
           MOVE ZEROES           TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET        TO LEDGER-TICKET
           MOVE SPACES           TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           MOVE 'J'              TO LEDGER-TIPO
           MOVE WS-FECHA-NEG     TO LEDGER-FECHA
           MOVE ZEROES           TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET        TO LEDGER-TICKET
           MOVE SPACES           TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           MOVE 'EJEAZAR1'   TO CAJ-OPERADOR
           MOVE WS-PLAYER-ID TO CAJ-PLAYER-ID
           MOVE CTA-SALDO    TO CAJ-SALDO-POST
           MOVE ZEROES       TO CAJ-TURNO

           OPEN EXTEND CAJAMOV-FILE

