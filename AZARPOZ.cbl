      *     y dias desde el pozo anterior,
      *   - la comparacion final del saldo recalculado contra
      *     POZO.DAT, informada como excepcion si no concilia.
      * Cada generacion LEDG<fecha>.DAT leida se cruza contra su
      * entrada en el catalogo de generaciones (CATARCH.IDX): una
      * cantidad de registros o un total de control distinto, o una
      * generacion catalogada que falta sin haber sido purgada, se
      * informa como excepcion de integridad.
      * El reporte queda grabado en POZO<fechaneg>.RPT; por pantalla
      * se muestra el resumen y la excepcion si la hay.
       PROGRAM-ID. AZARPOZ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT CATALOGO-FILE ASSIGN TO "CATARCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT REPORTE-FILE ASSIGN TO POZORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       FILE SECTION.

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  LEDGER-FILE.
           COPY "LEDGREC.cpy".
       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  CATALOGO-FILE.
           COPY "CATREC.cpy".

       FD  REPORTE-FILE.
           01  REPORTE-RECORD      PIC X(100).

           01  WS-FS-POZOHIST PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-CATALOGO PIC XX.

      *****RANGO DE FECHAS DEL RECALCULO *****

           01  WS-FLAG-DIA-ABIERTO PIC X.
               88 ES-DIA-ABIERTO      VALUE 'S'.

      *****INTEGRIDAD CONTRA EL CATALOGO DE GENERACIONES *****

           01  WS-FLAG-CATALOGO   PIC X VALUE 'N'.
               88 HAY-CATALOGO        VALUE 'S'.

           01  WS-CTL-REGS        PIC 9(07).
           01  WS-CTL-APUESTA     PIC 9(09)V99.
           01  WS-CTL-PAGO        PIC 9(09)V99.
           01  WS-CTL-NETO        PIC S9(09)V99.

           01  WS-CANT-EXC-INTEG  PIC 9(05) VALUE 0.
           01  WS-CANT-SIN-CATAL  PIC 9(05) VALUE 0.

           01  WP-REGS            PIC Z(06)9.
           01  WP-REGS-CAT        PIC Z(06)9.

      *****SALDO VIGENTE DE POZO.DAT *****

           01  WS-POZO-SALDO     PIC 9(05)V99 VALUE ZEROES.

               PERFORM 7000-INICIAR-REPORTE

               OPEN INPUT CATALOGO-FILE
               IF WS-FS-CATALOGO NOT = '35'
                   SET HAY-CATALOGO TO TRUE
               END-IF

               MOVE SPACES TO WS-LINEA-REP
               STRING 'TRAYECTORIA DEL POZO POR DIA (CIERRE = SALDO '
                      'REGISTRADO POR EL CIERRE DE DIA):'

               PERFORM 5000-VERIFICAR-SALDO

               IF HAY-CATALOGO
                   CLOSE CATALOGO-FILE
               END-IF

               PERFORM 7900-CERRAR-REPORTE

               PERFORM 6000-EMITIR-RESUMEN
           SET ENVIRONMENT 'DD_ARCHLEDG' TO WS-NOM-ARCH-LEDGER

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CTL-REGS
                          WS-CTL-APUESTA
                          WS-CTL-PAGO
                          WS-CTL-NETO

           OPEN INPUT ARCH-LEDGER-FILE


               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                   ADD 1 TO WS-CTL-REGS
                   ADD LEDGER-APUESTA    TO WS-CTL-APUESTA
                   ADD LEDGER-PAGO       TO WS-CTL-PAGO
                   ADD LEDGER-SALDO-NETO TO WS-CTL-NETO
                   PERFORM 2300-ACUMULAR-MOVIMIENTO
                   READ ARCH-LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
               END-PERFORM

               CLOSE ARCH-LEDGER-FILE
           END-IF

           IF HAY-CATALOGO
               PERFORM 2150-VERIFICAR-CATALOGO
           END-IF.

      ******************************************************
      *  CRUZA LA GENERACION CONTRA SU ENTRADA EN EL        *
      *  CATALOGO; SIN ENTRADA (ARCHIVADA ANTES DEL         *
      *  CATALOGO) SOLO SE CUENTA                           *
      ******************************************************
       2150-VERIFICAR-CATALOGO.

           MOVE WS-FECHA-DIA TO CAT-FECHA-NEG
           MOVE 'LEDG'       TO CAT-TIPO

           READ CATALOGO-FILE
               INVALID KEY
                   IF WS-FS-ARCH NOT = '35'
                       ADD 1 TO WS-CANT-SIN-CATAL
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-FS-ARCH = '35' AND CAT-PURGADA
                           MOVE SPACES TO WS-LINEA-REP
                           STRING '  ' WS-NOM-ARCH-LEDGER
                                  ' PURGADA EL ' CAT-FECHA-PURGA
                                  ' SEGUN EL CATALOGO.'
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM 7100-GRABAR-LINEA
                       WHEN WS-FS-ARCH = '35'
                           ADD 1 TO WS-CANT-EXC-INTEG
                           MOVE SPACES TO WS-LINEA-REP
                           STRING '*** INTEGRIDAD: FALTA '
                                  WS-NOM-ARCH-LEDGER
                                  ', REGISTRADA EN EL CATALOGO ***'
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM 7100-GRABAR-LINEA
                       WHEN WS-CTL-REGS    NOT = CAT-CANT-REGS
                         OR WS-CTL-APUESTA NOT = CAT-TOT-APUESTA
                         OR WS-CTL-PAGO    NOT = CAT-TOT-PAGO
                         OR WS-CTL-NETO    NOT = CAT-TOT-NETO
                           ADD 1 TO WS-CANT-EXC-INTEG
                           MOVE WS-CTL-REGS   TO WP-REGS
                           MOVE CAT-CANT-REGS TO WP-REGS-CAT
                           MOVE SPACES TO WS-LINEA-REP
                           STRING '*** INTEGRIDAD: '
                                  WS-NOM-ARCH-LEDGER
                                  ' NO COINCIDE CON EL CATALOGO. '
                                  'REGISTROS: ' WP-REGS
                                  ' CATALOGO: ' WP-REGS-CAT
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM 7100-GRABAR-LINEA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************
       2200-LEER-LEDGER-ABIERTO.

                      'LIBRO MAYOR ***'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-EXC-INTEG TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EXCEPCIONES DE INTEGRIDAD CONTRA EL CATALOGO: '
                  WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-SIN-CATAL TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'GENERACIONES SIN ENTRADA EN EL CATALOGO:      '
                  WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
           DISPLAY 'SALDO RECALCULADO:         ' WP-POZO
           MOVE WS-POZO-SALDO TO WP-POZO
           DISPLAY 'SALDO EN POZO.DAT:         ' WP-POZO
           MOVE WS-CANT-EXC-INTEG TO WP-CANTIDAD
           DISPLAY 'EXCEPCIONES DE INTEGRIDAD: ' WP-CANTIDAD

           IF POZO-NO-CONCILIA
               DISPLAY '*** EXCEPCION: EL POZO NO CONCILIA CON EL '
