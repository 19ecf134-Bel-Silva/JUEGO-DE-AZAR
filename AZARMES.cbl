      * Un dia del rango sin generacion archivada se informa y no
      * corta la corrida. El consolidado queda grabado en
      * CONS<fechadesde>.RPT; por pantalla se muestra el resumen.
      * Cada partida archivada se verifica ademas contra la version
      * de la tabla de pagos (TARIFAS.DAT) que rigio en su dia: un
      * pago que no se rederiva de sus aciertos, regulares y apuesta
      * se informa como excepcion en el reporte y en el resumen.
      * Los ajustes aprobados (reversos 'R' y ajustes manuales 'M' de
      * AZARAJU) no entran en el handle, el pago ni el hold del
      * periodo: se informan en una linea propia con la cantidad, los
      * debitos y creditos a los jugadores y su efecto neto para la
      * casa, y entran en la posicion neta de cada jugador.
      * Cada generacion leida se cruza contra su entrada en el
      * catalogo de generaciones (CATARCH.IDX, grabado por AZARCIE):
      * una cantidad de registros o un total de control distinto, o
      * una generacion catalogada que falta, se informa como
      * excepcion de integridad. Cada mes calendario que el rango
      * cubre completo queda registrado como consolidado en
      * CONSMES.DAT, con la cantidad de excepciones de integridad de
      * la corrida; AZARPUR no purga un mes sin esa consolidacion.
      * Solo se consolidan dias ya cerrados: la fecha hasta debe ser
      * anterior a la fecha de negocio vigente (FECHANEG.DAT).
       PROGRAM-ID. AZARMES.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT CATALOGO-FILE ASSIGN TO "CATARCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT CONSMES-FILE ASSIGN TO "CONSMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSMES.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  ARCH-HIST-FILE.
           01  ARCH-HIST-RECORD    PIC X(40).

       FD  REPORTE-FILE.
           01  REPORTE-RECORD      PIC X(110).

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       FD  CATALOGO-FILE.
           COPY "CATREC.cpy".

       FD  CONSMES-FILE.
           COPY "CONSMREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-TARIFAS  PIC XX.
           01  WS-FS-CATALOGO PIC XX.
           01  WS-FS-CONSMES  PIC XX.
           01  WS-FS-FECHANEG PIC XX.

      *****REGISTROS DE LAS GENERACIONES ARCHIVADAS *****


           01  WS-FECHA-DESDE    PIC 9(08).
           01  WS-FECHA-HASTA    PIC 9(08).
           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-CORRIDA  PIC 9(08).
           01  WS-FECHA-DIA      PIC 9(08).
           01  WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
               05 WS-DIA-ANIO-MES PIC 9(06).
               05 WS-DIA-DEL-MES  PIC 9(02).
           01  WS-DIAS-ENTEROS   PIC 9(07).
           01  WS-DIAS-HASTA     PIC 9(07).

           01  WS-DIAS-PROCESADOS PIC 9(03) VALUE 0.
           01  WS-DIAS-SIN-ARCH   PIC 9(03) VALUE 0.

      *****INTEGRIDAD CONTRA EL CATALOGO DE GENERACIONES *****

           01  WS-FLAG-CATALOGO   PIC X VALUE 'N'.
               88 HAY-CATALOGO        VALUE 'S'.

           01  WS-CTL-TIPO        PIC X(04).
           01  WS-CTL-NOMBRE      PIC X(16).
           01  WS-CTL-REGS        PIC 9(07).
           01  WS-CTL-APUESTA     PIC 9(09)V99.
           01  WS-CTL-PAGO        PIC 9(09)V99.
           01  WS-CTL-NETO        PIC S9(09)V99.
           01  WS-CTL-GANADAS     PIC 9(07).
           01  WS-CTL-PERDIDAS    PIC 9(07).

           01  WS-FLAG-CTL-GEN    PIC X.
               88 CTL-GEN-PRESENTE    VALUE 'S'.
               88 CTL-GEN-AUSENTE     VALUE 'N'.

           01  WS-FLAG-CTL-DIFIERE PIC X.
               88 CTL-DIFIERE         VALUE 'S'.

           01  WS-CANT-EXC-INTEG  PIC 9(05) VALUE 0.
           01  WS-CANT-SIN-CATAL  PIC 9(05) VALUE 0.
           01  WS-CANT-PURGADAS   PIC 9(05) VALUE 0.

           01  WP-REGS            PIC Z(06)9.
           01  WP-REGS-CAT        PIC Z(06)9.
           01  WP-NETO-CTL        PIC Z(08)9,99-.
           01  WP-NETO-CAT        PIC Z(08)9,99-.

      *****MESES CALENDARIO CUBIERTOS COMPLETOS POR EL RANGO *****

           01  WS-MES-INICIADO    PIC 9(06) VALUE 0.
           01  WS-MES-ACTUAL      PIC 9(06).
           01  WS-MAX-MESES       PIC 9(02) VALUE 13.
           01  WS-CANT-MESES      PIC 9(02) VALUE 0.

           01  TABLA-MESES.
               05 MES-CONSOLIDADO OCCURS 13 TIMES PIC 9(06).

      *****ACUMULADORES DEL DIA EN CURSO *****

           01  WS-DIA-PARTIDAS   PIC 9(05).
           01  WS-RESULTADO-CASA PIC S9(09)V99 VALUE ZEROES.
           01  WS-HOLD-PCT       PIC S9(05)V99.

      *****AJUSTES APROBADOS DEL PERIODO *****

           01  WS-CANT-AJUSTES     PIC 9(07) VALUE ZEROES.
           01  WS-TOT-AJU-DEBITO   PIC 9(09)V99 VALUE ZEROES.
           01  WS-TOT-AJU-CREDITO  PIC 9(09)V99 VALUE ZEROES.
           01  WS-RESULTADO-AJU    PIC S9(09)V99 VALUE ZEROES.

      *****POZO PROGRESIVO DEL PERIODO *****

           01  WS-TOT-APORTES-POZO PIC 9(09)V99 VALUE ZEROES.
               05 TEMP-ID             PIC X(10).
               05 TEMP-NETO           PIC S9(09)V99.

      *****TABLA DE PAGOS VIGENTE EN EL DIA Y SUS VERSIONES *****

           01  WS-TABLA-PAGOS.
               05 PAGO-POR-ACIERTO OCCURS 3 TIMES PIC 9(03)V99.

           01  WS-IDX-PAGO       PIC 9.
           01  WS-MULT-REGULAR   PIC 9V99.
           01  WS-APUESTA-MAXIMA PIC 9(05)V99.

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
           01  WS-CANT-EXC-PAGO  PIC 9(05) VALUE 0.
           01  WP-PAGO           PIC Z(04)9,99.
           01  WP-PAGO-ESPERADO  PIC Z(04)9,99.

      *****INDICES Y AUXILIARES ****

           01  WS-I              PIC 9(04).

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           PERFORM 1000-PEDIR-RANGO

           IF RANGO-VALIDO
               PERFORM 1100-CARGAR-TARIFAS

               PERFORM 7000-INICIAR-REPORTE

               PERFORM 1200-ABRIR-CATALOGO

               MOVE 'RESULTADO POR DIA:' TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA

               PERFORM 5500-ORDENAR-NETOS
               PERFORM 6000-GRABAR-NETOS

               IF HAY-CATALOGO
                   CLOSE CATALOGO-FILE
               END-IF

               PERFORM 6500-REGISTRAR-MESES

               PERFORM 7900-CERRAR-REPORTE

               PERFORM 8000-EMITIR-RESUMEN
           STOP RUN.

      ******************************************************
      *  FECHA DE NEGOCIO VIGENTE (FECHA DEL SISTEMA SI EL  *
      *  CONTROL TODAVIA NO EXISTE)                         *
      ******************************************************
       0900-LEER-FECHA-NEGOCIO.

           OPEN INPUT FECHANEG-FILE

           IF WS-FS-FECHANEG = '35'
               ACCEPT WS-FECHA-NEG FROM DATE YYYYMMDD
               DISPLAY 'NO EXISTE FECHANEG.DAT, SE USA LA FECHA DEL '
                       'SISTEMA: ' WS-FECHA-NEG
           ELSE
               READ FECHANEG-FILE
                   AT END
                       ACCEPT WS-FECHA-NEG FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE FECHA-NEG TO WS-FECHA-NEG
               END-READ
               CLOSE FECHANEG-FILE
           END-IF.

      ******************************************************
      *  RANGO DE FECHAS DE NEGOCIO A CONSOLIDAR: SOLO DIAS *
      *  YA CERRADOS (ANTERIORES A LA FECHA DE NEGOCIO)     *
      ******************************************************
       1000-PEDIR-RANGO.

              OR WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY 'RANGO DE FECHAS INVALIDO.'
               SET RANGO-INVALIDO TO TRUE
           END-IF

           IF RANGO-VALIDO AND WS-FECHA-HASTA NOT < WS-FECHA-NEG
               DISPLAY 'SOLO SE CONSOLIDAN DIAS CERRADOS: LA FECHA '
                       'HASTA DEBE SER ANTERIOR A LA FECHA DE '
                       'NEGOCIO ' WS-FECHA-NEG '.'
               SET RANGO-INVALIDO TO TRUE
           END-IF

           IF RANGO-VALIDO
               COMPUTE WS-DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
               COMPUTE WS-DIAS-HASTA =
               END-IF
           END-IF.

      ******************************************************
      *  CARGA TODAS LAS VERSIONES DE LA TABLA DE PAGOS     *
      *  (TARIFAS.DAT, EN ORDEN DE VIGENCIA)                *
      ******************************************************
       1100-CARGAR-TARIFAS.

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
       1150-ELEGIR-TARIFA.

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
      *  CATALOGO DE GENERACIONES; SIN CATALOGO NINGUNA     *
      *  GENERACION SE PUEDE VERIFICAR                      *
      ******************************************************
       1200-ABRIR-CATALOGO.

           OPEN INPUT CATALOGO-FILE

           IF WS-FS-CATALOGO = '35'
               MOVE 'N' TO WS-FLAG-CATALOGO
               MOVE SPACES TO WS-LINEA-REP
               STRING 'AVISO: NO EXISTE EL CATALOGO DE GENERACIONES '
                      'CATARCH.IDX, NO SE VERIFICA LA INTEGRIDAD.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               SET HAY-CATALOGO TO TRUE
           END-IF.

      ******************************************************
      *  PROCESA LA GENERACION ARCHIVADA DE UN DIA Y        *
      *  AVANZA AL DIA SIGUIENTE                            *
               DELIMITED BY SIZE INTO WS-NOM-ARCH-HIST
           SET ENVIRONMENT 'DD_ARCHHIST' TO WS-NOM-ARCH-HIST

           MOVE WS-FECHA-DIA TO WS-FECHA-TARIFA
           PERFORM 1150-ELEGIR-TARIFA

           PERFORM 2050-INICIAR-CONTROL
           PERFORM 2100-LEER-LEDGER-DIA

           MOVE 'LEDG'             TO WS-CTL-TIPO
           MOVE WS-NOM-ARCH-LEDGER TO WS-CTL-NOMBRE
           MOVE WS-FLAG-GENERACION TO WS-FLAG-CTL-GEN
           PERFORM 2900-VERIFICAR-CATALOGO

           IF GENERACION-PRESENTE
               PERFORM 2050-INICIAR-CONTROL
               PERFORM 2500-LEER-HIST-DIA
               MOVE 'HIST'           TO WS-CTL-TIPO
               MOVE WS-NOM-ARCH-HIST TO WS-CTL-NOMBRE
               PERFORM 2900-VERIFICAR-CATALOGO
               ADD 1 TO WS-DIAS-PROCESADOS
               PERFORM 2800-GRABAR-LINEA-DIA
           ELSE
               PERFORM 7100-GRABAR-LINEA
           END-IF

           MOVE WS-DIA-ANIO-MES TO WS-MES-ACTUAL
           IF WS-DIA-DEL-MES = 1
               MOVE WS-DIA-ANIO-MES TO WS-MES-INICIADO
           END-IF

           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA) + 1
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)

           IF WS-DIA-DEL-MES = 1
              AND WS-MES-INICIADO = WS-MES-ACTUAL
              AND WS-CANT-MESES < WS-MAX-MESES
               ADD 1 TO WS-CANT-MESES
               MOVE WS-MES-ACTUAL TO MES-CONSOLIDADO(WS-CANT-MESES)
           END-IF.

      ******************************************************
      *  TOTALES DE CONTROL DE LA GENERACION A LEER         *
      ******************************************************
       2050-INICIAR-CONTROL.

           MOVE ZEROES TO WS-CTL-REGS
                          WS-CTL-APUESTA
                          WS-CTL-PAGO
                          WS-CTL-NETO
                          WS-CTL-GANADAS
                          WS-CTL-PERDIDAS.

      ******************************************************
       2100-LEER-LEDGER-DIA.

               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                   ADD 1 TO WS-CTL-REGS
                   ADD LEDGER-APUESTA    TO WS-CTL-APUESTA
                   ADD LEDGER-PAGO       TO WS-CTL-PAGO
                   ADD LEDGER-SALDO-NETO TO WS-CTL-NETO
                   PERFORM 2200-ACUMULAR-MOVIMIENTO
                   READ ARCH-LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   ADD LEDGER-PAGO TO WS-TOT-POZO-PAGADO
                   PERFORM 2300-GUARDAR-POZO-GANADO
                   PERFORM 2400-ACUMULAR-JUGADOR
               WHEN LEDGER-ES-AJUSTE
                   ADD 1 TO WS-CANT-AJUSTES
                   ADD LEDGER-APUESTA TO WS-TOT-AJU-DEBITO
                   ADD LEDGER-PAGO    TO WS-TOT-AJU-CREDITO
                   SUBTRACT LEDGER-SALDO-NETO FROM WS-RESULTADO-AJU
                   PERFORM 2400-ACUMULAR-JUGADOR
               WHEN OTHER
                   PERFORM 2250-ACUMULAR-PARTIDA
           END-EVALUATE.
               SUBTRACT LEDGER-SALDO-NETO FROM WS-RESULTADO-CASA

               PERFORM 2400-ACUMULAR-JUGADOR

               PERFORM 2260-VERIFICAR-PAGO
           END-IF.

      ******************************************************
      *  REDERIVA EL PAGO DE LA PARTIDA ARCHIVADA CON LA    *
      *  TABLA DE PAGOS QUE RIGIO EN EL DIA Y LO COMPARA    *
      *  CON EL PAGO GRABADO EN EL LIBRO MAYOR              *
      ******************************************************
       2260-VERIFICAR-PAGO.

           IF LEDGER-ACERTADOS = LEDGER-LONGITUD-NUM
               COMPUTE WS-IDX-PAGO = LEDGER-LONGITUD-NUM - 3
               COMPUTE WS-PAGO-ESPERADO ROUNDED =
                       LEDGER-APUESTA * PAGO-POR-ACIERTO(WS-IDX-PAGO)
                     + LEDGER-APUESTA * LEDGER-REGULARES
                       * WS-MULT-REGULAR
                   ON SIZE ERROR
                       MOVE WS-APUESTA-MAXIMA TO WS-PAGO-ESPERADO
               END-COMPUTE
           ELSE
               COMPUTE WS-PAGO-ESPERADO ROUNDED =
                       LEDGER-APUESTA * LEDGER-REGULARES
                       * WS-MULT-REGULAR
                   ON SIZE ERROR
                       MOVE WS-APUESTA-MAXIMA TO WS-PAGO-ESPERADO
               END-COMPUTE
           END-IF

           COMPUTE WS-NETO-ESPERADO =
                   WS-PAGO-ESPERADO - LEDGER-APUESTA
               ON SIZE ERROR
                   MOVE ZEROES TO WS-NETO-ESPERADO
           END-COMPUTE

           IF LEDGER-PAGO NOT = WS-PAGO-ESPERADO
              OR LEDGER-SALDO-NETO NOT = WS-NETO-ESPERADO
               ADD 1 TO WS-CANT-EXC-PAGO
               MOVE LEDGER-PAGO      TO WP-PAGO
               MOVE WS-PAGO-ESPERADO TO WP-PAGO-ESPERADO
               MOVE SPACES TO WS-LINEA-REP
               STRING '  EXCEPCION ' WS-FECHA-DIA
                      ': PAGO NO COINCIDE CON LA TABLA. '
                      'JUGADOR: ' LEDGER-PLAYER-ID
                      ' GRABADO: ' WP-PAGO
                      ' ESPERADO: ' WP-PAGO-ESPERADO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF.

      ******************************************************
           OPEN INPUT ARCH-HIST-FILE

           IF WS-FS-ARCH = '35'
               SET CTL-GEN-AUSENTE TO TRUE
               DISPLAY 'FALTA EL HISTORIAL ARCHIVADO DEL DIA '
                       WS-FECHA-DIA ', GANADAS EN CERO.'
           ELSE
               SET CTL-GEN-PRESENTE TO TRUE
               READ ARCH-HIST-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-HIST-RECORD TO HIST-RECORD
                   ADD 1 TO WS-CTL-REGS
                   IF HIST-ACERTADOS = HIST-LONGITUD-NUM
                       ADD 1 TO WS-DIA-GANADAS
                       ADD 1 TO WS-CTL-GANADAS
                   ELSE
                       ADD 1 TO WS-CTL-PERDIDAS
                   END-IF
                   READ ARCH-HIST-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
           MOVE REP-LINEA-DIA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  CRUZA LA GENERACION LEIDA CONTRA SU ENTRADA EN EL  *
      *  CATALOGO: UNA GENERACION SIN ENTRADA (ARCHIVADA    *
      *  ANTES DEL CATALOGO) SOLO SE CUENTA                 *
      ******************************************************
       2900-VERIFICAR-CATALOGO.

           IF HAY-CATALOGO
               MOVE WS-FECHA-DIA TO CAT-FECHA-NEG
               MOVE WS-CTL-TIPO  TO CAT-TIPO
               READ CATALOGO-FILE
                   INVALID KEY
                       IF CTL-GEN-PRESENTE
                           ADD 1 TO WS-CANT-SIN-CATAL
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2910-COMPARAR-CATALOGO
               END-READ
           END-IF.

      ******************************************************
       2910-COMPARAR-CATALOGO.

           MOVE 'N' TO WS-FLAG-CTL-DIFIERE

           EVALUATE TRUE
               WHEN CTL-GEN-AUSENTE AND CAT-PURGADA
                   ADD 1 TO WS-CANT-PURGADAS
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ' WS-CTL-NOMBRE ' PURGADA EL '
                          CAT-FECHA-PURGA ' SEGUN EL CATALOGO.'
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               WHEN CTL-GEN-AUSENTE
                   ADD 1 TO WS-CANT-EXC-INTEG
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '*** INTEGRIDAD: FALTA ' WS-CTL-NOMBRE
                          ', REGISTRADA EN EL CATALOGO ***'
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               WHEN OTHER
                   IF WS-CTL-REGS NOT = CAT-CANT-REGS
                      OR WS-CTL-APUESTA NOT = CAT-TOT-APUESTA
                      OR WS-CTL-PAGO NOT = CAT-TOT-PAGO
                      OR WS-CTL-NETO NOT = CAT-TOT-NETO
                      OR WS-CTL-GANADAS NOT = CAT-CANT-GANADAS
                      OR WS-CTL-PERDIDAS NOT = CAT-CANT-PERDIDAS
                       SET CTL-DIFIERE TO TRUE
                   END-IF
           END-EVALUATE

           IF CTL-DIFIERE
               ADD 1 TO WS-CANT-EXC-INTEG
               MOVE WS-CTL-REGS   TO WP-REGS
               MOVE CAT-CANT-REGS TO WP-REGS-CAT
               MOVE SPACES TO WS-LINEA-REP
               STRING '*** INTEGRIDAD: ' WS-CTL-NOMBRE
                      ' NO COINCIDE CON EL CATALOGO. REGISTROS: '
                      WP-REGS ' CATALOGO: ' WP-REGS-CAT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
               IF CAT-ES-LEDGER
                   MOVE WS-CTL-NETO  TO WP-NETO-CTL
                   MOVE CAT-TOT-NETO TO WP-NETO-CAT
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '    NETO LEIDO: ' WP-NETO-CTL
                          ' NETO CATALOGO: ' WP-NETO-CAT
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-IF
           END-IF.

      ******************************************************
       3000-GRABAR-DIFICULTADES.

           MOVE WS-HOLD-PCT TO RLD-HOLD

           MOVE REP-LINEA-DIA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-EXC-PAGO TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'PAGOS QUE NO SE REDERIVAN DE LA TABLA VIGENTE: '
                  WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-AJUSTES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'AJUSTES APROBADOS (REVERSOS Y MANUALES): '
                  WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-AJU-DEBITO TO WP-IMPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DEBITADO:    ' WP-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-AJU-CREDITO TO WP-IMPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING '  ACREDITADO:  ' WP-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-RESULTADO-AJU TO WP-IMPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING '  EFECTO NETO PARA LA CASA: ' WP-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
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
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-PURGADAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'GENERACIONES YA PURGADAS:                     '
                  WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
               PERFORM 7100-GRABAR-LINEA
           END-PERFORM.

      ******************************************************
      *  REGISTRA COMO CONSOLIDADO CADA MES CALENDARIO QUE  *
      *  EL RANGO CUBRIO COMPLETO                           *
      ******************************************************
       6500-REGISTRAR-MESES.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           IF WS-CANT-MESES = 0
               MOVE 'NINGUN MES CALENDARIO QUEDO CONSOLIDADO COMPLETO.'
                   TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD

               OPEN EXTEND CONSMES-FILE

               IF WS-FS-CONSMES = '35'
                   OPEN OUTPUT CONSMES-FILE
               END-IF

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CANT-MESES
                   MOVE MES-CONSOLIDADO(WS-I) TO CONSM-ANIO-MES
                   MOVE WS-FECHA-DESDE        TO CONSM-DESDE
                   MOVE WS-FECHA-HASTA        TO CONSM-HASTA
                   MOVE WS-FECHA-CORRIDA      TO CONSM-FECHA-CORRIDA
                   MOVE WS-CANT-EXC-INTEG     TO CONSM-EXC-INTEGRIDAD
                   WRITE CONSM-RECORD
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'MES CONSOLIDADO: ' MES-CONSOLIDADO(WS-I)
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-PERFORM

               CLOSE CONSMES-FILE
           END-IF.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
           DISPLAY 'PAGADO EN EL PERIODO:     ' WP-IMPORTE
           MOVE WS-RESULTADO-CASA TO WP-IMPORTE
           DISPLAY 'RESULTADO DE LA CASA:     ' WP-IMPORTE
           MOVE WS-CANT-EXC-PAGO TO WP-CANTIDAD
           DISPLAY 'PAGOS INCONSISTENTES:     ' WP-CANTIDAD
           MOVE WS-CANT-AJUSTES TO WP-CANTIDAD
           DISPLAY 'AJUSTES APROBADOS:        ' WP-CANTIDAD
           MOVE WS-RESULTADO-AJU TO WP-IMPORTE
           DISPLAY 'EFECTO DE LOS AJUSTES:    ' WP-IMPORTE
           MOVE WS-CANT-EXC-INTEG TO WP-CANTIDAD
           DISPLAY 'EXCEPCIONES DE INTEGRIDAD:' WP-CANTIDAD
           MOVE WS-CANT-MESES TO WP-CANTIDAD
           DISPLAY 'MESES CONSOLIDADOS:       ' WP-CANTIDAD
           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

