      * del dia a la historia del pozo, que AZARPOZ reporta.
      * Antes de cerrar exige ademas en el control de corridas batch
      * (RUNCTRL.DAT) una corrida terminada y limpia ('F' con 'OK')
      * de AZARSTA, AZARCON, AZARFIN, AZARSEM y AZARBAL para la fecha
      * de negocio del dia, y deja asentada su propia corrida de
      * inicio y fin con el resultado del cierre.
      * Los pagos se rederivan con la version de la tabla de pagos
      * (TARIFAS.DAT) vigente en la fecha de negocio de cada
      * movimiento, la misma con la que pagaron los juegos.
      * El libro mayor y el historial se aparean por el ticket de la
      * partida sobre un archivo de trabajo indexado (CIETKT.IDX),
      * sin tope de partidas por dia.
      * Tampoco cierra el dia mientras algun operador tenga su cajon
      * abierto en CAJONES.IDX: todos los cajones deben estar cerrados
      * y arqueados en AZARCAJ.
      * El cierre exige el ingreso de un operador del maestro de
      * operadores (rutina AZARSEG) con rol de operaciones; sin ese
      * ingreso el dia no se cierra y la corrida termina con error.
      * Las partidas del dia con un reverso o ajuste manual aprobado
      * ('R'/'M' de AZARAJU) se dan por conciliadas aunque su pago o
      * sus datos no coincidan con el historial; el ajuste de una
      * partida de un dia anterior no es una diferencia.
      * Con el cierre en orden rueda tambien el diario de caja
      * (CAJAMOV.DAT) a la generacion CAJA<fecha>.DAT y graba la foto
      * de saldos de cierre SALD<fecha>.DAT con el saldo en efectivo
      * de cada cuenta (CUENTAS.IDX) y su saldo de bono (BONOS.IDX),
      * saldo de apertura del balance de comprobacion del dia
      * siguiente. Exige ademas una corrida limpia de ese balance
      * (AZARBAL) para la fecha: si los saldos de los jugadores no
      * cuadran el dia no se cierra.
      * Cada generacion escrita queda registrada en el catalogo de
      * generaciones (CATARCH.IDX) con la cantidad de registros y sus
      * totales de control (apuestas, pagos y netos del libro mayor;
      * partidas ganadas y perdidas del historial), contra los que
      * AZARMES y AZARPOZ verifican la integridad de lo que leen.
      * Una entrada del catalogo ya existente no se pisa (puede estar
      * purgada por AZARPUR): el cierre termina con error.
       PROGRAM-ID. AZARCIE.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT CAJAMOV-FILE ASSIGN TO "CAJAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJAMOV.

           SELECT ARCH-CAJA-FILE ASSIGN TO ARCHCAJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT ARCH-SALDOS-FILE ASSIGN TO ARCHSALD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-PLAYER-ID
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT BONOS-FILE ASSIGN TO "BONOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BON-PLAYER-ID
               FILE STATUS IS WS-FS-BONOS.

           SELECT CATALOGO-FILE ASSIGN TO "CATARCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POZOHIST.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAJN-OPERADOR
               FILE STATUS IS WS-FS-CAJONES.

           SELECT CONCIL-FILE ASSIGN TO "CIETKT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONC-TICKET
               FILE STATUS IS WS-FS-CONCIL.

       DATA DIVISION.
       FILE SECTION.

           COPY "ESTCTL.cpy".

       FD  ARCH-HIST-FILE.
           01  ARCH-HIST-RECORD    PIC X(40).

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  ARCH-SEED-FILE.
           01  ARCH-SEED-RECORD    PIC X(43).

       FD  CAJAMOV-FILE.
           COPY "CAJAREC.cpy".

       FD  ARCH-CAJA-FILE.
           01  ARCH-CAJA-RECORD    PIC X(59).

       FD  ARCH-SALDOS-FILE.
           COPY "FOTOREC.cpy".

       FD  CUENTAS-FILE.
           COPY "CTAREC.cpy".

       FD  BONOS-FILE.
           COPY "BONREC.cpy".

       FD  CATALOGO-FILE.
           COPY "CATREC.cpy".

       FD  RUNCTRL-FILE.
           COPY "RUNREC.cpy".
       FD  POZOHIST-FILE.
           COPY "POZOHREC.cpy".

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       FD  CAJONES-FILE.
           COPY "CAJNREC.cpy".

       FD  CONCIL-FILE.
           COPY "CONCREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********
           01  WS-FS-RUNCTRL  PIC XX.
           01  WS-FS-POZO     PIC XX.
           01  WS-FS-POZOHIST PIC XX.
           01  WS-FS-TARIFAS  PIC XX.
           01  WS-FS-CONCIL   PIC XX.
           01  WS-FS-CAJONES  PIC XX.
           01  WS-FS-CAJAMOV  PIC XX.
           01  WS-FS-CUENTAS  PIC XX.
           01  WS-FS-BONOS    PIC XX.
           01  WS-FS-CATALOGO PIC XX.

      *****CONTROL DE CORRIDAS BATCH Y CADENA NOCTURNA *****

               05 WS-OK-AZARCON  PIC X VALUE 'N'.
               05 WS-OK-AZARFIN  PIC X VALUE 'N'.
               05 WS-OK-AZARSEM  PIC X VALUE 'N'.
               05 WS-OK-AZARBAL  PIC X VALUE 'N'.

           01  WS-FLAG-CIERRE PIC X VALUE 'S'.
               88 CIERRE-PROCEDE    VALUE 'S'.
           01  WS-NOM-ARCH-HIST   PIC X(16).
           01  WS-NOM-ARCH-LEDGER PIC X(16).
           01  WS-NOM-ARCH-SEED   PIC X(16).
           01  WS-NOM-ARCH-CAJA   PIC X(16).
           01  WS-NOM-ARCH-SALDOS PIC X(16).

           01  WS-CANT-FOTO       PIC 9(07) VALUE 0.

      *****TOTALES DE CONTROL DE LAS GENERACIONES (CATALOGO) *****

           01  WS-CTL-HIST-REGS   PIC 9(07) VALUE 0.
           01  WS-CTL-GANADAS     PIC 9(07) VALUE 0.
           01  WS-CTL-PERDIDAS    PIC 9(07) VALUE 0.
           01  WS-CTL-LEDG-REGS   PIC 9(07) VALUE 0.
           01  WS-CTL-APUESTA     PIC 9(09)V99 VALUE 0.
           01  WS-CTL-PAGO        PIC 9(09)V99 VALUE 0.
           01  WS-CTL-NETO        PIC S9(09)V99 VALUE 0.
           01  WS-CTL-SEED-REGS   PIC 9(07) VALUE 0.
           01  WS-CTL-CAJA-REGS   PIC 9(07) VALUE 0.

      *****VERIFICACION DE CONCILIACION DEL DIA *****

           01  WS-CANT-HIST      PIC 9(07) VALUE 0.
           01  WS-CANT-LEDGER    PIC 9(07) VALUE 0.

           01  WS-TABLA-PAGOS.
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

           01  WS-PAGO-ESPERADO  PIC 9(05)V99.
           01  WS-NETO-ESPERADO  PIC S9(05)V99.

           01  WS-CANT-DIFERENCIAS PIC 9(07) VALUE 0.

      *****VERIFICACION DEL POZO PROGRESIVO CONTRA SU HISTORIA *****


           01  WS-REGS-PROCESADOS PIC 9(07).

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

      *****INDICES Y AUXILIARES ****

           01  WS-ENCONTRADO     PIC X.
               88 REGISTRO-ENCONTRADO VALUE 'S'.

               88 HAY-CHECKPOINT     VALUE 'S'.
               88 NO-HAY-CHECKPOINT  VALUE 'N'.

           01  WP-CANTIDAD       PIC Z(06)9.

       PROCEDURE DIVISION.

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 1050-INGRESAR-OPERADOR

           IF CIERRE-PROCEDE
               PERFORM 1100-VERIFICAR-CHECKPOINT
               PERFORM 1150-VERIFICAR-CAJONES
           END-IF

           IF CIERRE-PROCEDE
               PERFORM 1200-VERIFICAR-ESTADISTICAS

           DISPLAY 'FECHA DE NEGOCIO A CERRAR: ' WS-FECHA-NEG.

      ******************************************************
      *  EL CIERRE LO HACE UN OPERADOR CON ROL DE           *
      *  OPERACIONES                                        *
      ******************************************************
       1050-INGRESAR-OPERADOR.

           MOVE 'AZARCIE'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           IF SEG-ACEPTADO
               MOVE 'AU'          TO SEG-ACCION
               MOVE 'OP'          TO SEG-ROLES-PERMITIDOS
               MOVE 'CIERRE DE DIA' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF

           IF SEG-RECHAZADO
               DISPLAY 'CIERRE NO AUTORIZADO.'
               SET CIERRE-NO-PROCEDE TO TRUE
           END-IF.

      ******************************************************
      *  NO SE PUEDE CERRAR EL DIA CON UNA PARTIDA EN CURSO *
      ******************************************************
               SET CIERRE-NO-PROCEDE TO TRUE
           END-IF.

      ******************************************************
      *  NO SE PUEDE CERRAR EL DIA CON UN CAJON ABIERTO     *
      ******************************************************
       1150-VERIFICAR-CAJONES.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CAJONES-FILE

           IF WS-FS-CAJONES = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ CAJONES-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF CAJN-ABIERTO
                       DISPLAY 'NO SE PUEDE CERRAR: EL CAJON DE '
                               CAJN-OPERADOR ' ESTA ABIERTO (TURNO '
                               CAJN-TURNO ').'
                       SET CIERRE-NO-PROCEDE TO TRUE
                   END-IF
                   READ CAJONES-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJONES-FILE
           END-IF.

      ******************************************************
      *  EL MAESTRO DE ESTADISTICAS DEBE ESTAR AL DIA ANTES *
      *  DE ARCHIVAR EL HISTORIAL (CORRER AZARSTA)          *
                               MOVE 'S' TO WS-OK-AZARFIN
                           WHEN 'AZARSEM'
                               MOVE 'S' TO WS-OK-AZARSEM
                           WHEN 'AZARBAL'
                               MOVE 'S' TO WS-OK-AZARBAL
                       END-EVALUATE
                   END-IF
                   READ RUNCTRL-FILE
               DISPLAY 'NO SE PUEDE CERRAR: FALTA LA CORRIDA LIMPIA '
                       'DE AZARSEM PARA LA FECHA ' WS-FECHA-NEG '.'
               SET CIERRE-NO-PROCEDE TO TRUE
           END-IF

           IF WS-OK-AZARBAL NOT = 'S'
               DISPLAY 'NO SE PUEDE CERRAR: FALTA LA CORRIDA LIMPIA '
                       'DE AZARBAL PARA LA FECHA ' WS-FECHA-NEG
                       ' (SALDOS DE JUGADORES SIN CUADRAR).'
               SET CIERRE-NO-PROCEDE TO TRUE
           END-IF.

      ******************************************************
      *  CARGA EL HISTORIAL DEL DIA POR TICKET Y VERIFICA   *
      *  QUE CADA MOVIMIENTO DE PARTIDA DEL LIBRO MAYOR     *
      *  TENGA SU PARTIDA CON EL PAGO REDERIVABLE           *
      ******************************************************
       2000-VERIFICAR-CONCILIACION.

           PERFORM 2050-CARGAR-TARIFAS

           PERFORM 2090-ABRIR-TRABAJO

           IF CIERRE-PROCEDE
               PERFORM 2100-CARGAR-HISTORIAL

               PERFORM 2150-MARCAR-AJUSTES

               PERFORM 2200-CONCILIAR-LEDGER

               PERFORM 2300-VERIFICAR-PARTIDAS

               IF WS-CANT-HIST NOT = WS-REGS-PROCESADOS
                   DISPLAY 'NO SE PUEDE CERRAR: EL MAESTRO DE '
                           'ESTADISTICAS NO ESTA AL DIA. CORRA AZARSTA.'
                   SET CIERRE-NO-PROCEDE TO TRUE
               END-IF

               IF WS-CANT-DIFERENCIAS > 0
                   MOVE WS-CANT-DIFERENCIAS TO WP-CANTIDAD
                   DISPLAY 'NO SE PUEDE CERRAR: EL DIA NO CONCILIA ('
                           WP-CANTIDAD ' DIFERENCIAS). REVISE CON '
                           'AZARCON.'
                   SET CIERRE-NO-PROCEDE TO TRUE
               END-IF
           END-IF.

      ******************************************************
      *  ARCHIVO DE TRABAJO POR TICKET NUEVO; SI NO SE      *
      *  PUEDE ABRIR EL DIA NO SE PUEDE CONCILIAR Y NO SE   *
      *  CIERRA                                             *
      ******************************************************
       2090-ABRIR-TRABAJO.

           OPEN OUTPUT CONCIL-FILE
           CLOSE CONCIL-FILE
           OPEN I-O CONCIL-FILE

           IF WS-FS-CONCIL NOT = '00'
               DISPLAY 'NO SE PUEDE CERRAR: NO SE PUEDE ABRIR EL '
                       'ARCHIVO DE TRABAJO CIETKT.IDX, ESTADO '
                       WS-FS-CONCIL '.'
               SET CIERRE-NO-PROCEDE TO TRUE
           END-IF.

      ******************************************************
      *  CARGA TODAS LAS VERSIONES DE LA TABLA DE PAGOS     *
      *  (TARIFAS.DAT, EN ORDEN DE VIGENCIA)                *
      ******************************************************
       2050-CARGAR-TARIFAS.

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
                       DISPLAY 'NO SE PUEDE CERRAR: TARIFAS.DAT '
                               'SUPERA LA TABLA DE VERSIONES.'
                       SET CIERRE-NO-PROCEDE TO TRUE
                       SET FIN-ARCHIVO TO TRUE
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
       2060-ELEGIR-TARIFA.

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
      *  ARMA EL ARCHIVO DE TRABAJO CON UNA ENTRADA POR     *
      *  TICKET; UNA PARTIDA SIN TICKET O CON EL TICKET     *
      *  REPETIDO ES UNA DIFERENCIA                         *
      ******************************************************
       2100-CARGAR-HISTORIAL.

               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-CANT-HIST
                   IF HIST-TICKET NOT NUMERIC OR HIST-TICKET = 0
                       ADD 1 TO WS-CANT-DIFERENCIAS
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
                               ADD 1 TO WS-CANT-DIFERENCIAS
                       END-WRITE
                   END-IF
                   READ HIST-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
           END-IF.

      ******************************************************
      *  MARCA COMO AJUSTADAS LAS PARTIDAS DEL DIA QUE      *
      *  TIENEN UN REVERSO O AJUSTE MANUAL EN EL LIBRO      *
      *  MAYOR, ANTES DE APAREAR SUS MOVIMIENTOS            *
      ******************************************************
       2150-MARCAR-AJUSTES.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT LEDGER-FILE

           IF WS-FS-LEDGER = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF LEDGER-ES-AJUSTE
                       PERFORM 2250-BUSCAR-TICKET
                       IF REGISTRO-ENCONTRADO
                           MOVE 'S' TO CONC-AJUSTADO
                           REWRITE CONC-RECORD
                       END-IF
                   END-IF
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************
      *  RECORRE EL LIBRO MAYOR: TOTALIZA LOS MOVIMIENTOS   *
      *  DEL POZO Y APAREA CADA MOVIMIENTO DE PARTIDA CON   *
      *  LA PARTIDA DE SU TICKET                            *
      ******************************************************
       2200-CONCILIAR-LEDGER.

           MOVE 'N' TO WS-FLAG-FIN

                   EVALUATE TRUE
                   WHEN LEDGER-ES-APORTE-POZO
                       ADD LEDGER-APUESTA TO WS-TOT-APORTES-DIA
                       PERFORM 2250-BUSCAR-TICKET
                       IF NOT REGISTRO-ENCONTRADO
                           ADD 1 TO WS-CANT-DIFERENCIAS
                       END-IF
                   WHEN LEDGER-ES-POZO-GANADO
                       ADD LEDGER-PAGO TO WS-TOT-POZO-PAG-DIA
                       PERFORM 2250-BUSCAR-TICKET
                       IF NOT REGISTRO-ENCONTRADO
                           ADD 1 TO WS-CANT-DIFERENCIAS
                       END-IF
                   WHEN NOT LEDGER-ES-PARTIDA
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-CANT-LEDGER
                       PERFORM 2400-APAREAR-PARTIDA
                   END-EVALUATE
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
           END-IF.

      ******************************************************
       2250-BUSCAR-TICKET.

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
      *  LAS PARTIDAS QUE QUEDARON SIN MOVIMIENTO EN EL     *
      *  LIBRO MAYOR SON DIFERENCIAS                        *
      ******************************************************
       2300-VERIFICAR-PARTIDAS.

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
                   ADD 1 TO WS-CANT-DIFERENCIAS
               END-IF
               READ CONCIL-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           CLOSE CONCIL-FILE.

      ******************************************************
      *  MISMO TICKET, MISMO JUGADOR Y MISMO RESULTADO; UN  *
      *  SOLO MOVIMIENTO DE PARTIDA POR TICKET              *
      ******************************************************
       2400-APAREAR-PARTIDA.

           PERFORM 2250-BUSCAR-TICKET

           EVALUATE TRUE
               WHEN NOT REGISTRO-ENCONTRADO
                   ADD 1 TO WS-CANT-DIFERENCIAS
               WHEN CONC-CONCILIADO = 'S'
                   ADD 1 TO WS-CANT-DIFERENCIAS
               WHEN CONC-AJUSTADO = 'S'
                   MOVE 'S' TO CONC-CONCILIADO
                   REWRITE CONC-RECORD
               WHEN CONC-PLAYER-ID    NOT = LEDGER-PLAYER-ID
                 OR CONC-LONGITUD-NUM NOT = LEDGER-LONGITUD-NUM
                 OR CONC-NUM-INTENTOS NOT = LEDGER-NUM-INTENTOS
                 OR CONC-ACERTADOS    NOT = LEDGER-ACERTADOS
                 OR CONC-REGULARES    NOT = LEDGER-REGULARES
                   ADD 1 TO WS-CANT-DIFERENCIAS
               WHEN OTHER
                   MOVE 'S' TO CONC-CONCILIADO
                   REWRITE CONC-RECORD
                   PERFORM 2500-VERIFICAR-PAGO
           END-EVALUATE.

      ******************************************************
       2500-VERIFICAR-PAGO.

           IF LEDGER-FECHA NUMERIC AND LEDGER-FECHA > 0
               MOVE LEDGER-FECHA TO WS-FECHA-TARIFA
           ELSE
               MOVE WS-FECHA-NEG TO WS-FECHA-TARIFA
           END-IF
           PERFORM 2060-ELEGIR-TARIFA

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
               ADD 1 TO WS-CANT-DIFERENCIAS
           END-IF.

           CLOSE POZOHIST-FILE.

      ******************************************************
      *  RUEDA LOS ARCHIVOS DEL DIA A GENERACIONES          *
      *  ARCHIVADAS CON LA FECHA DE NEGOCIO EN EL NOMBRE Y  *
      *  GRABA LA FOTO DE SALDOS DE CIERRE                  *
      ******************************************************
       3000-ARCHIVAR-GENERACIONES.

               DELIMITED BY SIZE INTO WS-NOM-ARCH-SEED
           SET ENVIRONMENT 'DD_ARCHSEED' TO WS-NOM-ARCH-SEED

           MOVE SPACES TO WS-NOM-ARCH-CAJA
           STRING 'CAJA' WS-FECHA-NEG '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-CAJA
           SET ENVIRONMENT 'DD_ARCHCAJA' TO WS-NOM-ARCH-CAJA

           MOVE SPACES TO WS-NOM-ARCH-SALDOS
           STRING 'SALD' WS-FECHA-NEG '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-SALDOS
           SET ENVIRONMENT 'DD_ARCHSALD' TO WS-NOM-ARCH-SALDOS

           PERFORM 3100-VERIFICAR-GENERACION

           IF CIERRE-PROCEDE
               PERFORM 3200-ARCHIVAR-HISTORIAL
               PERFORM 3300-ARCHIVAR-LEDGER
               PERFORM 3400-ARCHIVAR-SEMILLAS
               PERFORM 3500-ARCHIVAR-CAJA
               PERFORM 3600-GRABAR-FOTO-SALDOS
               PERFORM 3700-GRABAR-CATALOGO
           END-IF.

      ******************************************************
               PERFORM UNTIL FIN-ARCHIVO
                   WRITE ARCH-HIST-RECORD FROM HIST-RECORD
                   ADD 1 TO WS-RUN-GRABADOS
                   ADD 1 TO WS-CTL-HIST-REGS
                   IF HIST-ACERTADOS = HIST-LONGITUD-NUM
                       ADD 1 TO WS-CTL-GANADAS
                   ELSE
                       ADD 1 TO WS-CTL-PERDIDAS
                   END-IF
                   READ HIST-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               PERFORM UNTIL FIN-ARCHIVO
                   WRITE ARCH-LEDGER-RECORD FROM LEDGER-RECORD
                   ADD 1 TO WS-RUN-GRABADOS
                   ADD 1 TO WS-CTL-LEDG-REGS
                   ADD LEDGER-APUESTA    TO WS-CTL-APUESTA
                   ADD LEDGER-PAGO       TO WS-CTL-PAGO
                   ADD LEDGER-SALDO-NETO TO WS-CTL-NETO
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               PERFORM UNTIL FIN-ARCHIVO
                   WRITE ARCH-SEED-RECORD FROM SEED-AUD-RECORD
                   ADD 1 TO WS-RUN-GRABADOS
                   ADD 1 TO WS-CTL-SEED-REGS
                   READ SEED-AUD-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
           DISPLAY 'AUDITORIA DE SEMILLAS RODADA A: '
                   WS-NOM-ARCH-SEED.

      ******************************************************
       3500-ARCHIVAR-CAJA.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CAJAMOV-FILE

           IF WS-FS-CAJAMOV = '35'
               SET FIN-ARCHIVO TO TRUE
               OPEN OUTPUT ARCH-CAJA-FILE
           ELSE
               OPEN OUTPUT ARCH-CAJA-FILE

               READ CAJAMOV-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   WRITE ARCH-CAJA-RECORD FROM CAJA-RECORD
                   ADD 1 TO WS-RUN-GRABADOS
                   ADD 1 TO WS-CTL-CAJA-REGS
                   READ CAJAMOV-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJAMOV-FILE
           END-IF

           CLOSE ARCH-CAJA-FILE

           DISPLAY 'DIARIO DE CAJA RODADO A: ' WS-NOM-ARCH-CAJA.

      ******************************************************
      *  FOTO DE CIERRE: UNA LINEA POR CUENTA CON SU SALDO  *
      *  EN EFECTIVO Y SU SALDO DE BONO (CERO SI NO TIENE)  *
      ******************************************************
       3600-GRABAR-FOTO-SALDOS.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN OUTPUT ARCH-SALDOS-FILE
           OPEN INPUT BONOS-FILE
           OPEN INPUT CUENTAS-FILE

           IF WS-FS-CUENTAS = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ CUENTAS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   PERFORM 3650-GRABAR-SALDO-CUENTA
                   READ CUENTAS-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CUENTAS-FILE
           END-IF

           IF WS-FS-BONOS NOT = '35'
               CLOSE BONOS-FILE
           END-IF

           CLOSE ARCH-SALDOS-FILE

           MOVE WS-CANT-FOTO TO WP-CANTIDAD
           DISPLAY 'FOTO DE SALDOS GRABADA EN: ' WS-NOM-ARCH-SALDOS
                   ' (' WP-CANTIDAD ' CUENTAS)'.

      ******************************************************
       3650-GRABAR-SALDO-CUENTA.

           MOVE WS-FECHA-NEG  TO FOTO-FECHA-NEG
           MOVE CTA-PLAYER-ID TO FOTO-PLAYER-ID
           MOVE CTA-ESTADO    TO FOTO-ESTADO
           MOVE CTA-SALDO     TO FOTO-CTA-SALDO
           MOVE ZEROES        TO FOTO-BON-SALDO

           IF WS-FS-BONOS NOT = '35'
               MOVE CTA-PLAYER-ID TO BON-PLAYER-ID
               READ BONOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BON-SALDO TO FOTO-BON-SALDO
               END-READ
           END-IF

           WRITE FOTO-RECORD
           ADD 1 TO WS-CANT-FOTO
           ADD 1 TO WS-RUN-GRABADOS.

      ******************************************************
      *  REGISTRA CADA GENERACION ESCRITA EN EL CATALOGO    *
      *  CON SU CANTIDAD DE REGISTROS Y TOTALES DE CONTROL  *
      *  (SE CREA VACIO EN EL PRIMER USO)                   *
      ******************************************************
       3700-GRABAR-CATALOGO.

           OPEN I-O CATALOGO-FILE

           IF WS-FS-CATALOGO = '35'
               OPEN OUTPUT CATALOGO-FILE
               CLOSE CATALOGO-FILE
               OPEN I-O CATALOGO-FILE
           END-IF

           IF WS-FS-CATALOGO NOT = '00'
               DISPLAY 'NO SE PUEDE CERRAR: NO SE PUEDE ABRIR EL '
                       'CATALOGO CATARCH.IDX, ESTADO '
                       WS-FS-CATALOGO '.'
               SET CIERRE-NO-PROCEDE TO TRUE
               PERFORM 3790-AVISAR-CATALOGO
           ELSE
               PERFORM 3720-GRABAR-ENTRADAS
               CLOSE CATALOGO-FILE
               IF CIERRE-PROCEDE
                   DISPLAY 'GENERACIONES REGISTRADAS EN EL CATALOGO '
                           'CATARCH.IDX.'
               ELSE
                   PERFORM 3790-AVISAR-CATALOGO
               END-IF
           END-IF.

      ******************************************************
      *  UNA ENTRADA POR GENERACION: HIST, LEDG, SEED, CAJA *
      *  Y SALD                                             *
      ******************************************************
       3720-GRABAR-ENTRADAS.

           PERFORM 3710-PREPARAR-ENTRADA
           MOVE 'HIST'             TO CAT-TIPO
           MOVE WS-NOM-ARCH-HIST   TO CAT-NOM-ARCHIVO
           MOVE WS-CTL-HIST-REGS   TO CAT-CANT-REGS
           MOVE WS-CTL-GANADAS     TO CAT-CANT-GANADAS
           MOVE WS-CTL-PERDIDAS    TO CAT-CANT-PERDIDAS
           PERFORM 3750-GRABAR-ENTRADA

           PERFORM 3710-PREPARAR-ENTRADA
           MOVE 'LEDG'             TO CAT-TIPO
           MOVE WS-NOM-ARCH-LEDGER TO CAT-NOM-ARCHIVO
           MOVE WS-CTL-LEDG-REGS   TO CAT-CANT-REGS
           MOVE WS-CTL-APUESTA     TO CAT-TOT-APUESTA
           MOVE WS-CTL-PAGO        TO CAT-TOT-PAGO
           MOVE WS-CTL-NETO        TO CAT-TOT-NETO
           PERFORM 3750-GRABAR-ENTRADA

           PERFORM 3710-PREPARAR-ENTRADA
           MOVE 'SEED'             TO CAT-TIPO
           MOVE WS-NOM-ARCH-SEED   TO CAT-NOM-ARCHIVO
           MOVE WS-CTL-SEED-REGS   TO CAT-CANT-REGS
           PERFORM 3750-GRABAR-ENTRADA

           PERFORM 3710-PREPARAR-ENTRADA
           MOVE 'CAJA'             TO CAT-TIPO
           MOVE WS-NOM-ARCH-CAJA   TO CAT-NOM-ARCHIVO
           MOVE WS-CTL-CAJA-REGS   TO CAT-CANT-REGS
           PERFORM 3750-GRABAR-ENTRADA

           PERFORM 3710-PREPARAR-ENTRADA
           MOVE 'SALD'             TO CAT-TIPO
           MOVE WS-NOM-ARCH-SALDOS TO CAT-NOM-ARCHIVO
           MOVE WS-CANT-FOTO       TO CAT-CANT-REGS
           PERFORM 3750-GRABAR-ENTRADA.

      ******************************************************
       3710-PREPARAR-ENTRADA.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD

           MOVE WS-FECHA-NEG TO CAT-FECHA-NEG
           MOVE ZEROES       TO CAT-CANT-REGS
                                CAT-TOT-APUESTA
                                CAT-TOT-PAGO
                                CAT-TOT-NETO
                                CAT-CANT-GANADAS
                                CAT-CANT-PERDIDAS
                                CAT-FECHA-PURGA
           MOVE WS-FECHA-RUN TO CAT-FECHA-ALTA
           SET CAT-VIGENTE TO TRUE.

      ******************************************************
      *  UNA ENTRADA YA CATALOGADA NO SE PISA: PUEDE ESTAR  *
      *  MARCADA COMO PURGADA POR AZARPUR                   *
      ******************************************************
       3750-GRABAR-ENTRADA.

           IF CIERRE-PROCEDE
               WRITE CAT-RECORD
                   INVALID KEY
                       DISPLAY 'NO SE PUEDE CERRAR: LA ENTRADA '
                               CAT-NOM-ARCHIVO
                       DISPLAY '  YA EXISTE EN EL CATALOGO '
                               'CATARCH.IDX, ESTADO '
                               WS-FS-CATALOGO '.'
                       SET CIERRE-NO-PROCEDE TO TRUE
               END-WRITE
           END-IF.

      ******************************************************
      *  LAS GENERACIONES YA QUEDARON ESCRITAS: EL CATALOGO *
      *  SE REGULARIZA A MANO ANTES DE REPETIR EL CIERRE    *
      ******************************************************
       3790-AVISAR-CATALOGO.

           DISPLAY 'LAS GENERACIONES DEL DIA YA FUERON ESCRITAS; '
                   'REGULARIZAR EL CATALOGO'
           DISPLAY '  Y LAS GENERACIONES ANTES DE REPETIR EL '
                   'CIERRE.'.

      ******************************************************
      *  ARRANCA ARCHIVOS FRESCOS PARA EL DIA SIGUIENTE Y   *
      *  REINICIA EL CONTROL DE AVANCE DE ESTADISTICAS      *
           OPEN OUTPUT SEED-AUD-FILE
           CLOSE SEED-AUD-FILE

           OPEN OUTPUT CAJAMOV-FILE
           CLOSE CAJAMOV-FILE

           MOVE ZEROES TO ESTCTRL-REGS-PROCESADOS
           OPEN OUTPUT ESTCTRL-FILE
           WRITE ESTCTRL-RECORD
