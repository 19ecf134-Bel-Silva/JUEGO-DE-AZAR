      * LIQFORZ.DAT con operador, politica e importes. Despues de
      * correr AZARLIQ debe correrse AZARSTA como siempre para que el
      * maestro de estadisticas tome la partida liquidada.
      * El pago de consuelo y su tope salen de la version de la tabla
      * de pagos (TARIFAS.DAT) vigente en la fecha de negocio.
      * La partida liquidada conserva el ticket que le asigno el juego
      * (CHKPT-TICKET) en el historial, el libro mayor y la constancia;
      * un checkpoint sin ticket toma uno nuevo de TICKET.DAT.
      * El operador ingresa con su ID y clave del maestro de operadores
      * (rutina AZARSEG) y solo un operador con rol de operaciones
      * puede forzar la liquidacion; la denegacion queda en el
      * registro de accesos.
       PROGRAM-ID. AZARLIQ.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQFORZ.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT TICKET-FILE ASSIGN TO "TICKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TICKET.

       DATA DIVISION.
       FILE SECTION.

       FD  LIQFORZ-FILE.
           COPY "LIQREC.cpy".

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       FD  TICKET-FILE.
           COPY "TICKREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********
           01  WS-FS-POZO     PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-LIQFORZ  PIC XX.
           01  WS-FS-TARIFAS  PIC XX.
           01  WS-FS-TICKET   PIC XX.

           01  WS-FLAG-CHECKPOINT PIC X.
               88 HAY-CHECKPOINT     VALUE 'S'.
      *****DATOS DE LA PARTIDA A LIQUIDAR *****

           01  WS-OPERADOR    PIC X(10).
           01  WS-TICKET      PIC 9(09) VALUE ZEROES.
           01  WS-POLITICA    PIC X(01).
               88 POLITICA-REEMBOLSO  VALUE 'R'.
               88 POLITICA-PERDIDA    VALUE 'P'.
           01  WS-REGULARES   PIC 9.
           01  WS-ERRADOS     PIC 9.

           01  WS-MULT-REGULAR   PIC 9V99.
           01  WS-APUESTA-MAXIMA PIC 9(05)V99.

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

      *****VERSION DE LA TABLA DE PAGOS VIGENTE (TARIFAS.DAT) *****

           01  WS-TAR-VIGENCIA PIC 9(08) VALUE ZEROES.
           01  WS-FIN-TARIFAS  PIC X.
               88 FIN-TARIFAS        VALUE 'S'.

      *****POZO PROGRESIVO *****


           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1050-CARGAR-TARIFA

           PERFORM 1100-LEER-CHECKPOINT

           IF HAY-CHECKPOINT
               PERFORM 1200-INGRESAR-OPERADOR
               IF SEG-ACEPTADO
                   PERFORM 2000-CONFIRMAR-LIQUIDACION
               ELSE
                   DISPLAY 'LIQUIDACION NO AUTORIZADA, EL CHECKPOINT '
                           'QUEDA COMO ESTABA.'
               END-IF
           ELSE
               DISPLAY 'NO HAY PARTIDA EN CURSO PARA LIQUIDAR.'
           END-IF
               CLOSE FECHANEG-FILE
           END-IF.

      ******************************************************
      *  MULTIPLICADOR REGULAR Y APUESTA MAXIMA DE LA       *
      *  VERSION DE TARIFAS.DAT VIGENTE EN LA FECHA DE      *
      *  NEGOCIO (VALORES HISTORICOS SI NINGUNA RIGE)       *
      ******************************************************
       1050-CARGAR-TARIFA.

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
                       MOVE TAR-VIGENCIA       TO WS-TAR-VIGENCIA
                       MOVE TAR-MULT-REGULAR   TO WS-MULT-REGULAR
                       MOVE TAR-APUESTA-MAXIMA TO WS-APUESTA-MAXIMA
                   END-IF
                   READ TARIFAS-FILE
                       AT END SET FIN-TARIFAS TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TARIFAS-FILE
           END-IF.

      ******************************************************
      *  LEE EL CHECKPOINT DE LA PARTIDA EN CURSO           *
      ******************************************************
               CLOSE CHECKPT-FILE
           END-IF.

      ******************************************************
      *  INGRESO DEL OPERADOR Y AUTORIZACION DE LA          *
      *  LIQUIDACION FORZADA (SOLO ROL OPERACIONES)         *
      ******************************************************
       1200-INGRESAR-OPERADOR.

           MOVE 'AZARLIQ'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR

           IF SEG-ACEPTADO
               MOVE 'AU'         TO SEG-ACCION
               MOVE 'OP'         TO SEG-ROLES-PERMITIDOS
               MOVE 'LIQUIDACION FORZADA' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF.

      ******************************************************
      *  MUESTRA LA PARTIDA, DECIDE LA POLITICA Y PIDE      *
      *  CONFIRMACION AL OPERADOR                           *
                       'APUESTA (SIN CARGO).'
           END-IF

           DISPLAY 'CONFIRMA LA LIQUIDACION FORZADA (S/N): '
           ACCEPT WS-CONFIRMA

      ******************************************************
       3000-LIQUIDAR-PARTIDA.

           PERFORM 3050-TOMAR-TICKET

           PERFORM 3100-TOMAR-ULTIMO-INTENTO

           IF POLITICA-PERDIDA
           MOVE WS-SALDO-NETO TO WP-SALDO-NETO
           DISPLAY 'PARTIDA LIQUIDADA. APUESTA: ' WP-APUESTA
                   '  PAGO: ' WP-PAGO
                   '  NETO: ' WP-SALDO-NETO
           DISPLAY 'TICKET DE LA PARTIDA: ' WS-TICKET.

      ******************************************************
      *  LA PARTIDA CONSERVA EL TICKET QUE LE ASIGNO EL     *
      *  JUEGO; UN CHECKPOINT SIN TICKET TOMA EL SIGUIENTE  *
      *  DE TICKET.DAT                                      *
      ******************************************************
       3050-TOMAR-TICKET.

           IF CHKPT-TICKET NUMERIC AND CHKPT-TICKET > 0
               MOVE CHKPT-TICKET TO WS-TICKET
           ELSE
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
               CLOSE TICKET-FILE
           END-IF.

      ******************************************************
      *  TOMA EL RESULTADO DEL ULTIMO INTENTO REGISTRADO    *
           MOVE WS-REGULARES       TO HIST-REGULARES
           MOVE WS-ERRADOS         TO HIST-ERRADOS
           MOVE WS-FECHA-NEG       TO HIST-FECHA
           MOVE WS-TICKET          TO HIST-TICKET

           OPEN EXTEND HIST-FILE

           MOVE 'P'                TO LEDGER-TIPO
           MOVE WS-FECHA-NEG       TO LEDGER-FECHA
           MOVE ZEROES             TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET          TO LEDGER-TICKET
           MOVE SPACES             TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           MOVE 'A'                TO LEDGER-TIPO
           MOVE WS-FECHA-NEG       TO LEDGER-FECHA
           MOVE ZEROES             TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET          TO LEDGER-TICKET
           MOVE SPACES             TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           MOVE WS-PAGO            TO LIQ-PAGO
           MOVE CHKPT-NUM-INTENTOS TO LIQ-NUM-INTENTOS
           MOVE CHKPT-MAX-INTENTOS TO LIQ-MAX-INTENTOS
           MOVE WS-TICKET          TO LIQ-TICKET

           OPEN EXTEND LIQFORZ-FILE

