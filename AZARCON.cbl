      * IDENTIFICATION DIVISION.
      * Conciliacion nocturna de fin de dia: cruza partida por partida
      * el libro mayor (LEDGER.DAT), el historial (HISTORIAL.DAT) y la
      * auditoria de semillas (SEEDAUD.DAT) por el ticket de la
      * partida y emite un reporte de excepciones:
      *   - movimientos del libro mayor sin partida en el historial,
      *     (los movimientos del pozo progresivo, tipos 'A' y 'J', se
      *     totalizan aparte y solo se verifica que su ticket exista),
      *   - partidas del historial sin movimiento de partida en el
      *     libro mayor, sin ticket o con el ticket repetido,
      *   - partidas del historial sin linea de auditoria de semilla,
      *   - pagos del libro mayor que no se pueden rederivar de los
      *     aciertos/regulares del historial con la tabla de pagos
      *     (la version de TARIFAS.DAT vigente en la fecha de negocio
      *     de cada movimiento).
      * El reporte de registro (excepciones y resumen) queda grabado
      * en CON<fechaneg>.RPT (fecha de negocio de FECHANEG.DAT) con
      * encabezado y corte de pagina, para archivarlo y entregarlo a
      * auditoria; por pantalla se muestran las excepciones y el
      * resumen de la corrida.
      * El apareo se hace sobre un archivo de trabajo indexado por
      * ticket (CONTKT.IDX) y no tiene tope de partidas por dia.
      * Los ajustes aprobados del dia (reversos 'R' y ajustes manuales
      * 'M' de AZARAJU) se totalizan aparte; la partida ajustada se da
      * por conciliada aunque su pago o sus datos no coincidan con el
      * historial, y el ajuste de una partida de un dia anterior (su
      * ticket no esta en el historial del dia) se acepta y se cuenta.
      * Si el archivo de trabajo no se puede abrir la conciliacion no
      * se hace y la corrida termina con error en el control.
       PROGRAM-ID. AZARCON.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT CONCIL-FILE ASSIGN TO "CONTKT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONC-TICKET
               FILE STATUS IS WS-FS-CONCIL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTRL-FILE.
           COPY "RUNREC.cpy".

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       FD  CONCIL-FILE.
           COPY "CONCREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-RUNCTRL  PIC XX.
           01  WS-FS-TARIFAS  PIC XX.
           01  WS-FS-CONCIL   PIC XX.

           01  WS-FLAG-TRABAJO PIC X VALUE 'N'.
               88 TRABAJO-ABIERTO     VALUE 'S'.
               88 TRABAJO-NO-ABIERTO  VALUE 'N'.

      *****CONTROL DE CORRIDAS BATCH *****


           01  WS-RAYA           PIC X(45) VALUE ALL '-'.

      *****CANTIDADES LEIDAS *****

           01  WS-CANT-HIST      PIC 9(07) VALUE 0.
           01  WS-CANT-LEDGER    PIC 9(07) VALUE 0.
           01  WS-CANT-SEED      PIC 9(07) VALUE 0.

      *****TABLA DE PAGOS (LA MISMA DE EJEAZAR1/EJEAZARL) *****

               05 PAGO-POR-ACIERTO OCCURS 3 TIMES PIC 9(03)V99.

           01  WS-IDX-PAGO       PIC 9.
           01  WS-MULT-REGULAR   PIC 9V99.
           01  WS-APUESTA-MAXIMA PIC 9(05)V99.

      *****VERSIONES DE LA TABLA DE PAGOS (TARIFAS.DAT) *****

           01  WS-MAX-TARIFAS    PIC 9(03) VALUE 100.
           01  WS-CANT-TARIFAS   PIC 9(03) VALUE 0.
           01  WS-IDX-TARIFA     PIC 9(03).
           01  WS-FECHA-TARIFA   PIC 9(08).

           01  TABLA-TARIFAS.
               05 TARIFA-ENT OCCURS 100 TIMES.
                   10 TENT-VIGENCIA       PIC 9(08).
                   10 TENT-PAGO-ACIERTO   OCCURS 3 TIMES
                                          PIC 9(03)V99.
                   10 TENT-MULT-REGULAR   PIC 9V99.
                   10 TENT-APUESTA-MAXIMA PIC 9(05)V99.

      *****AUXILIARES DE CALCULO ****

           01  WS-ENCONTRADO     PIC X.
               88 REGISTRO-ENCONTRADO VALUE 'S'.

           01  WS-PAGO-ESPERADO  PIC 9(05)V99.
           01  WS-NETO-ESPERADO  PIC S9(05)V99.

           01  WS-CANT-EXCEPCIONES PIC 9(07) VALUE 0.
           01  WP-CANTIDAD         PIC Z(06)9.

      *****MOVIMIENTOS DEL POZO PROGRESIVO (SE TOTALIZAN APARTE) *****

           01  WS-CANT-APORTES     PIC 9(07) VALUE 0.
           01  WS-TOT-APORTES      PIC 9(07)V99 VALUE ZEROES.
           01  WS-CANT-POZOS       PIC 9(07) VALUE 0.
           01  WS-TOT-POZO-PAGADO  PIC 9(07)V99 VALUE ZEROES.
           01  WP-IMPORTE-POZO     PIC Z(06)9,99.

      *****AJUSTES APROBADOS DEL DIA (REVERSOS Y AJUSTES MANUALES) *****

           01  WS-CANT-AJUSTES       PIC 9(07) VALUE 0.
           01  WS-TOT-AJU-DEBITO     PIC 9(07)V99 VALUE ZEROES.
           01  WS-TOT-AJU-CREDITO    PIC 9(07)V99 VALUE ZEROES.
           01  WS-CANT-AJU-ANTERIOR  PIC 9(07) VALUE 0.
           01  WS-CANT-PART-AJUSTADA PIC 9(07) VALUE 0.

      *****EDICION DE MONTOS PARA PANTALLA (DECIMAL-POINT IS COMMA) ***

           01  WP-PAGO           PIC Z(04)9,99.

           PERFORM 1080-CARGAR-TABLA-PAGOS

           DISPLAY '============================================='
           DISPLAY '  CONCILIACION DE FIN DE DIA - EXCEPCIONES   '
           DISPLAY '============================================='

           PERFORM 0950-ABRIR-TRABAJO

           IF TRABAJO-ABIERTO
               PERFORM 7000-INICIAR-REPORTE

               PERFORM 1000-CARGAR-HISTORIAL

               PERFORM 1500-MARCAR-AJUSTES

               PERFORM 2000-CONCILIAR-LEDGER

               PERFORM 3000-CONCILIAR-SEMILLAS

               PERFORM 3500-VERIFICAR-PARTIDAS

               PERFORM 4000-EMITIR-RESUMEN

               PERFORM 7900-CERRAR-REPORTE

               DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           ELSE
               MOVE 'ER' TO WS-RUN-RESULTADO
           END-IF

           MOVE 'F' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA
               CLOSE FECHANEG-FILE
           END-IF.

      ******************************************************
      *  ARCHIVO DE TRABAJO POR TICKET NUEVO; SI NO SE      *
      *  PUEDE ABRIR NO HAY CONCILIACION POSIBLE            *
      ******************************************************
       0950-ABRIR-TRABAJO.

           OPEN OUTPUT CONCIL-FILE
           CLOSE CONCIL-FILE
           OPEN I-O CONCIL-FILE

           IF WS-FS-CONCIL = '00'
               SET TRABAJO-ABIERTO TO TRUE
           ELSE
               SET TRABAJO-NO-ABIERTO TO TRUE
               DISPLAY '*** NO SE PUEDE ABRIR EL ARCHIVO DE TRABAJO '
                       'CONTKT.IDX, ESTADO ' WS-FS-CONCIL ' ***'
               DISPLAY 'CONCILIACION NO REALIZADA.'
           END-IF.

      ******************************************************
      *  CARGA TODAS LAS VERSIONES DE LA TABLA DE PAGOS     *
      *  (TARIFAS.DAT, EN ORDEN DE VIGENCIA)                *
      ******************************************************
       1080-CARGAR-TABLA-PAGOS.

           MOVE 0 TO WS-CANT-TARIFAS
           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT TARIFAS-FILE

           IF WS-FS-TARIFAS NOT = '35'
               READ TARIFAS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF WS-CANT-TARIFAS < WS-MAX-TARIFAS
                       ADD 1 TO WS-CANT-TARIFAS
                       MOVE TAR-VIGENCIA
                           TO TENT-VIGENCIA(WS-CANT-TARIFAS)
                       MOVE TAR-PAGO-ACIERTO(1)
                           TO TENT-PAGO-ACIERTO(WS-CANT-TARIFAS, 1)
                       MOVE TAR-PAGO-ACIERTO(2)
                           TO TENT-PAGO-ACIERTO(WS-CANT-TARIFAS, 2)
                       MOVE TAR-PAGO-ACIERTO(3)
                           TO TENT-PAGO-ACIERTO(WS-CANT-TARIFAS, 3)
                       MOVE TAR-MULT-REGULAR
                           TO TENT-MULT-REGULAR(WS-CANT-TARIFAS)
                       MOVE TAR-APUESTA-MAXIMA
                           TO TENT-APUESTA-MAXIMA(WS-CANT-TARIFAS)
                   ELSE
                       DISPLAY 'TABLA DE TARIFAS LLENA, SE OMITE: '
                               TAR-VIGENCIA
                   END-IF
                   READ TARIFAS-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TARIFAS-FILE
           END-IF.

      ******************************************************
      *  DEJA EN LA TABLA DE PAGOS LA VERSION VIGENTE EN    *
      *  WS-FECHA-TARIFA (LOS VALORES HISTORICOS DE LA CASA *
      *  SI NINGUNA VERSION RIGE TODAVIA EN ESA FECHA)      *
      ******************************************************
       1085-ELEGIR-TARIFA.

           MOVE 5,00    TO PAGO-POR-ACIERTO(1)
           MOVE 8,00    TO PAGO-POR-ACIERTO(2)
           MOVE 12,00   TO PAGO-POR-ACIERTO(3)
           MOVE 0,10    TO WS-MULT-REGULAR
           MOVE 5000,00 TO WS-APUESTA-MAXIMA

           PERFORM VARYING WS-IDX-TARIFA FROM 1 BY 1
                   UNTIL WS-IDX-TARIFA > WS-CANT-TARIFAS
               IF TENT-VIGENCIA(WS-IDX-TARIFA) <= WS-FECHA-TARIFA
                   MOVE TENT-PAGO-ACIERTO(WS-IDX-TARIFA, 1)
                       TO PAGO-POR-ACIERTO(1)
                   MOVE TENT-PAGO-ACIERTO(WS-IDX-TARIFA, 2)
                       TO PAGO-POR-ACIERTO(2)
                   MOVE TENT-PAGO-ACIERTO(WS-IDX-TARIFA, 3)
                       TO PAGO-POR-ACIERTO(3)
                   MOVE TENT-MULT-REGULAR(WS-IDX-TARIFA)
                       TO WS-MULT-REGULAR
                   MOVE TENT-APUESTA-MAXIMA(WS-IDX-TARIFA)
                       TO WS-APUESTA-MAXIMA
               END-IF
           END-PERFORM.

      ******************************************************
      *  ARMA EL ARCHIVO DE TRABAJO POR TICKET CON UNA      *
      *  ENTRADA POR PARTIDA DEL HISTORIAL DEL DIA          *
      ******************************************************
       1000-CARGAR-HISTORIAL.


               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   ADD 1 TO WS-CANT-HIST
                   PERFORM 1010-GRABAR-PARTIDA
                   READ HIST-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
           END-IF.

      ******************************************************
      *  UNA PARTIDA SIN TICKET O CON UN TICKET YA CARGADO  *
      *  NO SE PUEDE APAREAR Y SE INFORMA                   *
      ******************************************************
       1010-GRABAR-PARTIDA.

           IF HIST-TICKET NOT NUMERIC OR HIST-TICKET = 0
               MOVE SPACES TO WS-LINEA-REP
               STRING 'EXCEPCION: HISTORIAL SIN TICKET. JUGADOR: '
                      HIST-PLAYER-ID
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 4200-GRABAR-EXCEPCION
           ELSE
               MOVE HIST-TICKET       TO CONC-TICKET
               MOVE HIST-PLAYER-ID    TO CONC-PLAYER-ID
               MOVE HIST-LONGITUD-NUM TO CONC-LONGITUD-NUM
               MOVE HIST-NUM-INTENTOS TO CONC-NUM-INTENTOS
               MOVE HIST-ACERTADOS    TO CONC-ACERTADOS
               MOVE HIST-REGULARES    TO CONC-REGULARES
               MOVE 'N'               TO CONC-CONCILIADO
               MOVE 'N'               TO CONC-AUDITADO
               MOVE 'N'               TO CONC-AJUSTADO
               WRITE CONC-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-LINEA-REP
                       STRING 'EXCEPCION: TICKET REPETIDO EN EL '
                              'HISTORIAL. TICKET: ' HIST-TICKET
                              ' JUGADOR: ' HIST-PLAYER-ID
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM 4200-GRABAR-EXCEPCION
               END-WRITE
           END-IF.

      ******************************************************
      *  MARCA COMO AJUSTADAS LAS PARTIDAS DEL DIA QUE      *
      *  TIENEN UN REVERSO O AJUSTE MANUAL EN EL LIBRO      *
      *  MAYOR, ANTES DE APAREAR SUS MOVIMIENTOS            *
      ******************************************************
       1500-MARCAR-AJUSTES.

           MOVE 'N' TO WS-FLAG-FIN

               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF LEDGER-ES-AJUSTE
                       PERFORM 2050-BUSCAR-TICKET
                       IF REGISTRO-ENCONTRADO
                           MOVE 'S' TO CONC-AJUSTADO
                           REWRITE CONC-RECORD
                       END-IF
                   END-IF
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
           END-IF.

      ******************************************************
      *  RECORRE EL LIBRO MAYOR: CADA MOVIMIENTO DE PARTIDA *
      *  SE APAREA CON LA PARTIDA DE SU TICKET Y SE         *
      *  VERIFICA QUE EL PAGO SE REDERIVE DE LA TABLA DE    *
      *  PAGOS; LOS MOVIMIENTOS DEL POZO SE TOTALIZAN Y SE  *
      *  VERIFICA QUE SU TICKET EXISTA                      *
      ******************************************************
       2000-CONCILIAR-LEDGER.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT LEDGER-FILE

           IF WS-FS-LEDGER = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   EVALUATE TRUE
                   WHEN LEDGER-ES-APORTE-POZO
                       ADD 1 TO WS-CANT-APORTES
                       ADD LEDGER-APUESTA TO WS-TOT-APORTES
                       PERFORM 2300-VERIFICAR-TICKET-POZO
                   WHEN LEDGER-ES-POZO-GANADO
                       ADD 1 TO WS-CANT-POZOS
                       ADD LEDGER-PAGO TO WS-TOT-POZO-PAGADO
                       PERFORM 2300-VERIFICAR-TICKET-POZO
                   WHEN LEDGER-ES-AJUSTE
                       ADD 1 TO WS-CANT-AJUSTES
                       ADD LEDGER-APUESTA TO WS-TOT-AJU-DEBITO
                       ADD LEDGER-PAGO    TO WS-TOT-AJU-CREDITO
                       PERFORM 2400-VERIFICAR-TICKET-AJUSTE
                   WHEN OTHER
                       ADD 1 TO WS-CANT-LEDGER
                       PERFORM 2100-APAREAR-PARTIDA
                   END-EVALUATE
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************
      *  BUSCA EN EL ARCHIVO DE TRABAJO LA PARTIDA DEL      *
      *  TICKET DEL MOVIMIENTO LEIDO                        *
      ******************************************************
       2050-BUSCAR-TICKET.

           MOVE 'N' TO WS-ENCONTRADO

           IF LEDGER-TICKET NUMERIC AND LEDGER-TICKET > 0
               MOVE LEDGER-TICKET TO CONC-TICKET
               READ CONCIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-ENCONTRADO TO TRUE
               END-READ
           END-IF.

      ******************************************************
      *  APAREA EL MOVIMIENTO DE PARTIDA CON SU PARTIDA DEL *
      *  HISTORIAL: MISMO TICKET, MISMO JUGADOR Y MISMO     *
      *  RESULTADO, UN SOLO MOVIMIENTO POR TICKET           *
      ******************************************************
       2100-APAREAR-PARTIDA.

           PERFORM 2050-BUSCAR-TICKET

           MOVE SPACES TO WS-LINEA-REP

           EVALUATE TRUE
               WHEN NOT REGISTRO-ENCONTRADO
                   STRING 'EXCEPCION: MOVIMIENTO DE LEDGER SIN '
                          'HISTORIAL. TICKET: ' LEDGER-TICKET
                          ' JUGADOR: ' LEDGER-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               WHEN CONC-CONCILIADO = 'S'
                   STRING 'EXCEPCION: TICKET CON DOS MOVIMIENTOS DE '
                          'PARTIDA. TICKET: ' LEDGER-TICKET
                          ' JUGADOR: ' LEDGER-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               WHEN CONC-AJUSTADO = 'S'
                   ADD 1 TO WS-CANT-PART-AJUSTADA
                   MOVE 'S' TO CONC-CONCILIADO
                   REWRITE CONC-RECORD
               WHEN CONC-PLAYER-ID    NOT = LEDGER-PLAYER-ID
                 OR CONC-LONGITUD-NUM NOT = LEDGER-LONGITUD-NUM
                 OR CONC-NUM-INTENTOS NOT = LEDGER-NUM-INTENTOS
                 OR CONC-ACERTADOS    NOT = LEDGER-ACERTADOS
                 OR CONC-REGULARES    NOT = LEDGER-REGULARES
                   STRING 'EXCEPCION: LEDGER NO COINCIDE CON SU '
                          'PARTIDA. TICKET: ' LEDGER-TICKET
                          ' JUGADOR: ' LEDGER-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               WHEN OTHER
                   MOVE 'S' TO CONC-CONCILIADO
                   REWRITE CONC-RECORD
                   PERFORM 2200-VERIFICAR-PAGO
           END-EVALUATE.

      ******************************************************
      *  REDERIVA EL PAGO DESDE LOS ACIERTOS/REGULARES DEL  *
      ******************************************************
       2200-VERIFICAR-PAGO.

           IF LEDGER-FECHA NUMERIC AND LEDGER-FECHA > 0
               MOVE LEDGER-FECHA TO WS-FECHA-TARIFA
           ELSE
               MOVE WS-FECHA-NEG TO WS-FECHA-TARIFA
           END-IF
           PERFORM 1085-ELEGIR-TARIFA

           IF CONC-ACERTADOS = CONC-LONGITUD-NUM
               COMPUTE WS-IDX-PAGO = CONC-LONGITUD-NUM - 3
               COMPUTE WS-PAGO-ESPERADO ROUNDED =
                       LEDGER-APUESTA * PAGO-POR-ACIERTO(WS-IDX-PAGO)
                     + LEDGER-APUESTA * CONC-REGULARES
                       * WS-MULT-REGULAR
                   ON SIZE ERROR
                       MOVE WS-APUESTA-MAXIMA TO WS-PAGO-ESPERADO
               END-COMPUTE
           ELSE
               COMPUTE WS-PAGO-ESPERADO ROUNDED =
                       LEDGER-APUESTA * CONC-REGULARES
                       * WS-MULT-REGULAR
                   ON SIZE ERROR
                       MOVE WS-APUESTA-MAXIMA TO WS-PAGO-ESPERADO
           END-IF

           COMPUTE WS-NETO-ESPERADO =
                   WS-PAGO-ESPERADO - LEDGER-APUESTA
               ON SIZE ERROR
                   MOVE ZEROES TO WS-NETO-ESPERADO
           END-COMPUTE

           IF LEDGER-PAGO NOT = WS-PAGO-ESPERADO
              OR LEDGER-SALDO-NETO NOT = WS-NETO-ESPERADO
               MOVE LEDGER-PAGO       TO WP-PAGO
               MOVE WS-PAGO-ESPERADO  TO WP-PAGO-ESPERADO
               MOVE SPACES TO WS-LINEA-REP
               STRING 'EXCEPCION: PAGO INCONSISTENTE. TICKET: '
                      LEDGER-TICKET
                      ' GRABADO: ' WP-PAGO
                      ' ESPERADO: ' WP-PAGO-ESPERADO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 4200-GRABAR-EXCEPCION
           END-IF.

      ******************************************************
      *  UN APORTE 'A' O UN POZO GANADO 'J' DEBE LLEVAR EL  *
      *  TICKET DE UNA PARTIDA DEL HISTORIAL DEL DIA        *
      ******************************************************
       2300-VERIFICAR-TICKET-POZO.

           PERFORM 2050-BUSCAR-TICKET

           IF NOT REGISTRO-ENCONTRADO
               MOVE SPACES TO WS-LINEA-REP
               STRING 'EXCEPCION: MOVIMIENTO DE POZO SIN PARTIDA. '
                      'TICKET: ' LEDGER-TICKET
                      ' JUGADOR: ' LEDGER-PLAYER-ID
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 4200-GRABAR-EXCEPCION
           END-IF.

      ******************************************************
      *  UN AJUSTE CUYO TICKET NO ESTA EN EL HISTORIAL DEL  *
      *  DIA CORRIGE UNA PARTIDA DE UN DIA ANTERIOR; SE     *
      *  ACEPTA Y SE CUENTA APARTE                          *
      ******************************************************
       2400-VERIFICAR-TICKET-AJUSTE.

           PERFORM 2050-BUSCAR-TICKET

           IF NOT REGISTRO-ENCONTRADO
               ADD 1 TO WS-CANT-AJU-ANTERIOR
           END-IF.

      ******************************************************
      *  MARCA EN CADA PARTIDA SU LINEA DE AUDITORIA DE     *
      *  ORIGEN 'A' (LAS 'L' SON COMPLEMENTARIAS). UNA      *
      *  SEMILLA SIN PARTIDA ES DE UNA PARTIDA TODAVIA EN   *
      *  CURSO Y NO SE INFORMA                              *
      ******************************************************
       3000-CONCILIAR-SEMILLAS.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT SEED-AUD-FILE

           IF WS-FS-SEEDAUD = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ SEED-AUD-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   IF SEED-AUD-ORIGEN = 'A'
                       ADD 1 TO WS-CANT-SEED
                       PERFORM 3100-MARCAR-SEMILLA
                   END-IF
                   READ SEED-AUD-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE SEED-AUD-FILE
           END-IF.

      ******************************************************
       3100-MARCAR-SEMILLA.

           MOVE 'N' TO WS-ENCONTRADO

           IF SEED-AUD-TICKET NUMERIC AND SEED-AUD-TICKET > 0
               MOVE SEED-AUD-TICKET TO CONC-TICKET
               READ CONCIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-ENCONTRADO TO TRUE
               END-READ
           END-IF

           IF REGISTRO-ENCONTRADO
               IF CONC-AUDITADO = 'S'
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'EXCEPCION: TICKET CON DOS AUDITORIAS DE '
                          'SEMILLA. TICKET: ' SEED-AUD-TICKET
                          ' JUGADOR: ' SEED-AUD-SESION-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               ELSE
                   MOVE 'S' TO CONC-AUDITADO
                   REWRITE CONC-RECORD
               END-IF
           END-IF.

      ******************************************************
      *  RECORRE EL ARCHIVO DE TRABAJO EN ORDEN DE TICKET E *
      *  INFORMA LAS PARTIDAS QUE QUEDARON SIN MOVIMIENTO   *
      *  DE LEDGER O SIN AUDITORIA DE SEMILLA               *
      ******************************************************
       3500-VERIFICAR-PARTIDAS.

           MOVE 'N' TO WS-FLAG-FIN

           MOVE ZEROES TO CONC-TICKET
           START CONCIL-FILE KEY IS NOT LESS THAN CONC-TICKET
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ CONCIL-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF CONC-CONCILIADO = 'N'
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'EXCEPCION: PARTIDA SIN MOVIMIENTO DE '
                          'LEDGER. TICKET: ' CONC-TICKET
                          ' JUGADOR: ' CONC-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               END-IF
               IF CONC-AUDITADO = 'N'
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'EXCEPCION: HISTORIAL SIN AUDITORIA DE '
                          'SEMILLA. TICKET: ' CONC-TICKET
                          ' JUGADOR: ' CONC-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 4200-GRABAR-EXCEPCION
               END-IF
               READ CONCIL-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           CLOSE CONCIL-FILE.

      ******************************************************
      *   RESUMEN FINAL DE LA CORRIDA (PANTALLA Y ARCHIVO)  *
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-CANT-AJUSTES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'AJUSTES APROBADOS (R/M):         ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-TOT-AJU-DEBITO TO WP-IMPORTE-POZO
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DEBITOS POR AJUSTES:           ' WP-IMPORTE-POZO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-TOT-AJU-CREDITO TO WP-IMPORTE-POZO
           MOVE SPACES TO WS-LINEA-REP
           STRING '  CREDITOS POR AJUSTES:          ' WP-IMPORTE-POZO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-CANT-PART-AJUSTADA TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING '  PARTIDAS DEL DIA AJUSTADAS:    ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-CANT-AJU-ANTERIOR TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING '  AJUSTES DE DIAS ANTERIORES:    ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 4100-GRABAR-Y-MOSTRAR

           MOVE WS-CANT-EXCEPCIONES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EXCEPCIONES DETECTADAS:          ' WP-CANTIDAD
           PERFORM 7100-GRABAR-LINEA
           DISPLAY WS-LINEA-REP.

      ******************************************************
      *  CUENTA Y EMITE LA LINEA DE EXCEPCION ARMADA EN     *
      *  WS-LINEA-REP                                       *
      ******************************************************
       4200-GRABAR-EXCEPCION.

           ADD 1 TO WS-CANT-EXCEPCIONES
           PERFORM 4100-GRABAR-Y-MOSTRAR.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
