      * mayor (apuesta, pago y total acumulado del saldo neto) y un
      * aviso si el jugador tiene una partida en curso sin terminar
      * en el checkpoint.
      * Con la palabra TICKET en lugar del ID se consulta una sola
      * partida por su numero de ticket: la linea del historial, sus
      * movimientos del libro mayor (partida y pozo), su auditoria de
      * semilla y, si sigue en curso, el checkpoint. Se busca en los
      * archivos del dia o, si se indica una fecha de negocio, en las
      * generaciones archivadas por AZARCIE para esa fecha.
      * La consulta por ticket muestra ademas los ajustes aprobados de
      * la partida (reversos y ajustes manuales de AZARAJU) desde la
      * constancia de ajustes AJUSTES.DAT, con el motivo, el operador
      * y el supervisor que lo aprobo.
       PROGRAM-ID. AZARCNS.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPT.

           SELECT SEED-AUD-FILE ASSIGN TO "SEEDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEEDAUD.

           SELECT ARCH-HIST-FILE ASSIGN TO ARCHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT ARCH-LEDGER-FILE ASSIGN TO ARCHLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT ARCH-SEED-FILE ASSIGN TO ARCHSEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTES.

       DATA DIVISION.
       FILE SECTION.

       FD  CHECKPT-FILE.
           COPY "CHKPTREC.cpy".

       FD  SEED-AUD-FILE.
           COPY "SEEDAUD.cpy".

       FD  ARCH-HIST-FILE.
           01  ARCH-HIST-RECORD    PIC X(40).

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  ARCH-SEED-FILE.
           01  ARCH-SEED-RECORD    PIC X(43).

       FD  AJUSTES-FILE.
           COPY "AJUSREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********
           01  WS-FS-HIST     PIC XX.
           01  WS-FS-LEDGER   PIC XX.
           01  WS-FS-CHECKPT  PIC XX.
           01  WS-FS-SEEDAUD  PIC XX.
           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-AJUSTES  PIC XX.

           01  WS-PLAYER-ID   PIC X(10).

      *****CONSULTA DE UNA PARTIDA POR TICKET *****

           01  WS-TICKET         PIC 9(09).
           01  WS-FECHA-CNS      PIC X(08).

           01  WS-FLAG-ORIGEN    PIC X VALUE 'D'.
               88 CONSULTA-DEL-DIA    VALUE 'D'.
               88 CONSULTA-ARCHIVO    VALUE 'A'.

           01  WS-NOM-ARCH-HIST   PIC X(16).
           01  WS-NOM-ARCH-LEDGER PIC X(16).
           01  WS-NOM-ARCH-SEED   PIC X(16).

           01  WS-CANT-TICKET    PIC 9(03).

      *****ULTIMAS PARTIDAS DEL JUGADOR (TABLA RODANTE) *****

           01  WS-MAX-ULTIMOS    PIC 9(02) VALUE 20.
           01  WP-NETO           PIC Z(04)9,99-.
           01  WP-NETO-ACUM      PIC Z(06)9,99-.
           01  WS-RESULTADO-ED   PIC X(07).
           01  WP-TICKET         PIC Z(08)9.

       PROCEDURE DIVISION.

      ******************************************************
       1000-CONSULTAR.

           DISPLAY 'INGRESE EL ID DE JUGADOR (TICKET PARA BUSCAR '
                   'UNA PARTIDA, FIN PARA SALIR): '
           MOVE SPACES TO WS-PLAYER-ID
           ACCEPT WS-PLAYER-ID

           EVALUATE TRUE
               WHEN WS-PLAYER-ID = 'FIN' OR WS-PLAYER-ID = SPACES
                   SET FIN-CONSULTA TO TRUE
               WHEN WS-PLAYER-ID = 'TICKET'
                   PERFORM 6000-CONSULTAR-TICKET
               WHEN OTHER
                   PERFORM 2000-BUSCAR-PARTIDAS
                   PERFORM 3000-BUSCAR-MOVIMIENTOS
                   PERFORM 4000-VERIFICAR-CHECKPOINT
                   PERFORM 5000-EMITIR-CONSULTA
           END-EVALUATE.

      ******************************************************
      *  JUNTA LAS ULTIMAS PARTIDAS DEL JUGADOR EN UNA      *
           MOVE MOV-NETO(WS-I)      TO WP-NETO
           MOVE MOV-NETO-ACUM(WS-I) TO WP-NETO-ACUM

           EVALUATE MOV-TIPO(WS-I)
               WHEN 'J'
                   DISPLAY '  POZO GANADO - PAGO: ' WP-PAGO
                           '  NETO: ' WP-NETO
                           '  ACUMULADO: ' WP-NETO-ACUM
               WHEN 'R'
                   DISPLAY '  REVERSO - DEBITO: ' WP-APUESTA
                           '  CREDITO: ' WP-PAGO
                           '  NETO: ' WP-NETO
                           '  ACUMULADO: ' WP-NETO-ACUM
               WHEN 'M'
                   DISPLAY '  AJUSTE - DEBITO: ' WP-APUESTA
                           '  CREDITO: ' WP-PAGO
                           '  NETO: ' WP-NETO
                           '  ACUMULADO: ' WP-NETO-ACUM
               WHEN OTHER
                   DISPLAY '  APUESTA: ' WP-APUESTA
                           '  PAGO: ' WP-PAGO
                           '  NETO: ' WP-NETO
                           '  ACUMULADO: ' WP-NETO-ACUM
           END-EVALUATE.

      ******************************************************
      *  CONSULTA DE UNA PARTIDA POR SU NUMERO DE TICKET,   *
      *  EN LOS ARCHIVOS DEL DIA O EN LAS GENERACIONES DE   *
      *  UNA FECHA DE NEGOCIO YA CERRADA                    *
      ******************************************************
       6000-CONSULTAR-TICKET.

           DISPLAY 'INGRESE EL NUMERO DE TICKET: '
           MOVE ZEROES TO WS-TICKET
           ACCEPT WS-TICKET

           IF WS-TICKET NOT NUMERIC OR WS-TICKET = 0
               DISPLAY 'NUMERO DE TICKET INVALIDO.'
           ELSE
               DISPLAY 'FECHA DE NEGOCIO AAAAMMDD (ENTER = DIA EN '
                       'CURSO): '
               MOVE SPACES TO WS-FECHA-CNS
               ACCEPT WS-FECHA-CNS
               EVALUATE TRUE
                   WHEN WS-FECHA-CNS = SPACES
                       SET CONSULTA-DEL-DIA TO TRUE
                       PERFORM 6050-EMITIR-TICKET
                   WHEN WS-FECHA-CNS NUMERIC
                       SET CONSULTA-ARCHIVO TO TRUE
                       PERFORM 6010-NOMBRAR-GENERACIONES
                       PERFORM 6050-EMITIR-TICKET
                   WHEN OTHER
                       DISPLAY 'FECHA INVALIDA.'
               END-EVALUATE
           END-IF.

      ******************************************************
       6010-NOMBRAR-GENERACIONES.

           MOVE SPACES TO WS-NOM-ARCH-HIST
           STRING 'HIST' WS-FECHA-CNS '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-HIST
           SET ENVIRONMENT 'DD_ARCHHIST' TO WS-NOM-ARCH-HIST

           MOVE SPACES TO WS-NOM-ARCH-LEDGER
           STRING 'LEDG' WS-FECHA-CNS '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-LEDGER
           SET ENVIRONMENT 'DD_ARCHLEDG' TO WS-NOM-ARCH-LEDGER

           MOVE SPACES TO WS-NOM-ARCH-SEED
           STRING 'SEED' WS-FECHA-CNS '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-SEED
           SET ENVIRONMENT 'DD_ARCHSEED' TO WS-NOM-ARCH-SEED.

      ******************************************************
       6050-EMITIR-TICKET.

           MOVE WS-TICKET TO WP-TICKET

           DISPLAY '============================================='
           DISPLAY 'CONSULTA DEL TICKET: ' WP-TICKET
           IF CONSULTA-ARCHIVO
               DISPLAY 'GENERACIONES DE LA FECHA: ' WS-FECHA-CNS
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'HISTORIAL DE LA PARTIDA:'
           PERFORM 6100-BUSCAR-HISTORIAL

           DISPLAY '---------------------------------------------'
           DISPLAY 'MOVIMIENTOS DEL LIBRO MAYOR:'
           PERFORM 6200-BUSCAR-LEDGER

           DISPLAY '---------------------------------------------'
           DISPLAY 'AUDITORIA DE SEMILLA:'
           PERFORM 6300-BUSCAR-SEMILLA

           DISPLAY '---------------------------------------------'
           DISPLAY 'AJUSTES APROBADOS DE LA PARTIDA:'
           PERFORM 6500-BUSCAR-AJUSTES

           IF CONSULTA-DEL-DIA
               PERFORM 6400-BUSCAR-CHECKPOINT
           END-IF

           DISPLAY '============================================='.

      ******************************************************
       6100-BUSCAR-HISTORIAL.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-TICKET

           IF CONSULTA-DEL-DIA
               OPEN INPUT HIST-FILE
               MOVE WS-FS-HIST TO WS-FS-ARCH
           ELSE
               OPEN INPUT ARCH-HIST-FILE
           END-IF

           IF WS-FS-ARCH = '35'
               DISPLAY '  NO EXISTE EL ARCHIVO DEL HISTORIAL.'
           ELSE
               PERFORM 6110-LEER-HISTORIAL

               PERFORM UNTIL FIN-ARCHIVO
                   IF HIST-TICKET NUMERIC
                      AND HIST-TICKET = WS-TICKET
                       ADD 1 TO WS-CANT-TICKET
                       PERFORM 6120-EMITIR-PARTIDA
                   END-IF
                   PERFORM 6110-LEER-HISTORIAL
               END-PERFORM

               IF CONSULTA-DEL-DIA
                   CLOSE HIST-FILE
               ELSE
                   CLOSE ARCH-HIST-FILE
               END-IF

               IF WS-CANT-TICKET = 0
                   DISPLAY '  SIN PARTIDA TERMINADA CON ESE TICKET.'
               END-IF
           END-IF.

      ******************************************************
       6110-LEER-HISTORIAL.

           IF CONSULTA-DEL-DIA
               READ HIST-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           ELSE
               READ ARCH-HIST-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END MOVE ARCH-HIST-RECORD TO HIST-RECORD
               END-READ
           END-IF.

      ******************************************************
       6120-EMITIR-PARTIDA.

           IF HIST-ACERTADOS = HIST-LONGITUD-NUM
               MOVE 'GANADA ' TO WS-RESULTADO-ED
           ELSE
               MOVE 'PERDIDA' TO WS-RESULTADO-ED
           END-IF

           MOVE HIST-NUM-INTENTOS TO WP-INTENTOS

           DISPLAY '  JUGADOR: ' HIST-PLAYER-ID
                   '  FECHA: ' HIST-FECHA
           DISPLAY '  ' HIST-LONGITUD-NUM ' DIGITOS - NUMERO: '
                   HIST-NUMERO-OCULTO ' - ' WP-INTENTOS
                   ' INTENTOS - ' WS-RESULTADO-ED
           DISPLAY '  ACERTADOS: ' HIST-ACERTADOS
                   '  REGULARES: ' HIST-REGULARES
                   '  ERRADOS: ' HIST-ERRADOS.

      ******************************************************
       6200-BUSCAR-LEDGER.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-TICKET

           IF CONSULTA-DEL-DIA
               OPEN INPUT LEDGER-FILE
               MOVE WS-FS-LEDGER TO WS-FS-ARCH
           ELSE
               OPEN INPUT ARCH-LEDGER-FILE
           END-IF

           IF WS-FS-ARCH = '35'
               DISPLAY '  NO EXISTE EL ARCHIVO DEL LIBRO MAYOR.'
           ELSE
               PERFORM 6210-LEER-LEDGER

               PERFORM UNTIL FIN-ARCHIVO
                   IF LEDGER-TICKET NUMERIC
                      AND LEDGER-TICKET = WS-TICKET
                       ADD 1 TO WS-CANT-TICKET
                       PERFORM 6220-EMITIR-MOVIMIENTO
                   END-IF
                   PERFORM 6210-LEER-LEDGER
               END-PERFORM

               IF CONSULTA-DEL-DIA
                   CLOSE LEDGER-FILE
               ELSE
                   CLOSE ARCH-LEDGER-FILE
               END-IF

               IF WS-CANT-TICKET = 0
                   DISPLAY '  SIN MOVIMIENTOS CON ESE TICKET.'
               END-IF
           END-IF.

      ******************************************************
       6210-LEER-LEDGER.

           IF CONSULTA-DEL-DIA
               READ LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           ELSE
               READ ARCH-LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
               END-READ
           END-IF.

      ******************************************************
       6220-EMITIR-MOVIMIENTO.

           MOVE LEDGER-APUESTA    TO WP-APUESTA
           MOVE LEDGER-PAGO       TO WP-PAGO
           MOVE LEDGER-SALDO-NETO TO WP-NETO

           EVALUATE TRUE
               WHEN LEDGER-ES-APORTE-POZO
                   DISPLAY '  APORTE AL POZO: ' WP-APUESTA
                           '  JUGADOR: ' LEDGER-PLAYER-ID
               WHEN LEDGER-ES-POZO-GANADO
                   DISPLAY '  POZO GANADO - PAGO: ' WP-PAGO
                           '  JUGADOR: ' LEDGER-PLAYER-ID
               WHEN LEDGER-ES-REVERSO
                   DISPLAY '  REVERSO - DEBITO: ' WP-APUESTA
                           '  CREDITO: ' WP-PAGO
                           '  MOTIVO: ' LEDGER-MOTIVO
               WHEN LEDGER-ES-AJUSTE-MANUAL
                   DISPLAY '  AJUSTE MANUAL - DEBITO: ' WP-APUESTA
                           '  CREDITO: ' WP-PAGO
                           '  MOTIVO: ' LEDGER-MOTIVO
               WHEN OTHER
                   DISPLAY '  PARTIDA - APUESTA: ' WP-APUESTA
                           '  PAGO: ' WP-PAGO
                           '  NETO: ' WP-NETO
           END-EVALUATE.

      ******************************************************
       6300-BUSCAR-SEMILLA.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-TICKET

           IF CONSULTA-DEL-DIA
               OPEN INPUT SEED-AUD-FILE
               MOVE WS-FS-SEEDAUD TO WS-FS-ARCH
           ELSE
               OPEN INPUT ARCH-SEED-FILE
           END-IF

           IF WS-FS-ARCH = '35'
               DISPLAY '  NO EXISTE EL ARCHIVO DE AUDITORIA.'
           ELSE
               PERFORM 6310-LEER-SEMILLA

               PERFORM UNTIL FIN-ARCHIVO
                   IF SEED-AUD-TICKET NUMERIC
                      AND SEED-AUD-TICKET = WS-TICKET
                       ADD 1 TO WS-CANT-TICKET
                       DISPLAY '  ' SEED-AUD-FECHA ' ' SEED-AUD-HORA
                               '  ORIGEN: ' SEED-AUD-ORIGEN
                               '  VALOR: ' SEED-AUD-NUMERO
                   END-IF
                   PERFORM 6310-LEER-SEMILLA
               END-PERFORM

               IF CONSULTA-DEL-DIA
                   CLOSE SEED-AUD-FILE
               ELSE
                   CLOSE ARCH-SEED-FILE
               END-IF

               IF WS-CANT-TICKET = 0
                   DISPLAY '  SIN AUDITORIA CON ESE TICKET.'
               END-IF
           END-IF.

      ******************************************************
       6310-LEER-SEMILLA.

           IF CONSULTA-DEL-DIA
               READ SEED-AUD-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           ELSE
               READ ARCH-SEED-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END MOVE ARCH-SEED-RECORD TO SEED-AUD-RECORD
               END-READ
           END-IF.

      ******************************************************
      *  UNA PARTIDA DEL DIA TODAVIA SIN TERMINAR QUEDA EN  *
      *  EL CHECKPOINT CON SU TICKET                        *
      ******************************************************
       6400-BUSCAR-CHECKPOINT.

           OPEN INPUT CHECKPT-FILE

           IF WS-FS-CHECKPT = '00'
               READ CHECKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHKPT-TICKET NUMERIC
                          AND CHKPT-TICKET = WS-TICKET
                           DISPLAY '-------------------------------'
                                   '--------------'
                           DISPLAY '*** PARTIDA EN CURSO DE '
                                   CHKPT-PLAYER-ID
                                   ' SIN TERMINAR ***'
                       END-IF
               END-READ
               CLOSE CHECKPT-FILE
           END-IF.

      ******************************************************
      *  LOS AJUSTES DE LA PARTIDA PUEDEN SER DE CUALQUIER  *
      *  DIA POSTERIOR: SE BUSCAN EN LA CONSTANCIA DE       *
      *  AJUSTES, QUE SE CONSERVA DE UN DIA AL OTRO         *
      ******************************************************
       6500-BUSCAR-AJUSTES.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-TICKET

           OPEN INPUT AJUSTES-FILE

           IF WS-FS-AJUSTES = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ AJUSTES-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF AJU-TICKET NUMERIC
                  AND AJU-TICKET = WS-TICKET
                   ADD 1 TO WS-CANT-TICKET
                   MOVE AJU-DEBITO  TO WP-APUESTA
                   MOVE AJU-CREDITO TO WP-PAGO
                   DISPLAY '  ' AJU-FECHA-NEG ' TIPO ' AJU-TIPO
                           ' MOTIVO ' AJU-MOTIVO
                           ' - DEBITO: ' WP-APUESTA
                           '  CREDITO: ' WP-PAGO
                   DISPLAY '    OPERADOR: ' AJU-OPERADOR
                           ' SUPERVISOR: ' AJU-SUPERVISOR
                   DISPLAY '    ' AJU-OBSERVACION
               END-IF
               READ AJUSTES-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           IF WS-FS-AJUSTES NOT = '35'
               CLOSE AJUSTES-FILE
           END-IF

           IF WS-CANT-TICKET = 0
               DISPLAY '  SIN AJUSTES.'
           END-IF.

       END PROGRAM AZARCNS.
