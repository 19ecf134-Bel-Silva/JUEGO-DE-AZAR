      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Cierre anual de ganancias de los jugadores. El operador ingresa
      * el ano calendario (ya cerrado por AZARCIE) y el programa
      * recorre dia por dia las generaciones LEDG<fecha>.DAT del ano,
      * acumulando por jugador:
      *   - apuestas de las partidas, separando la porcion fondeada
      *     con bono promocional (LEDGER-APUESTA-BONO), que no es
      *     apuesta propia del jugador,
      *   - pagos de partidas y de pozos progresivos ganados ('J',
      *     con su cantidad e importe aparte),
      *   - reversos 'R' (descuentan la apuesta devuelta, su porcion
      *     de bono y el pago revertido) y ajustes manuales 'M' (van
      *     en una columna de ajustes),
      *   - resultado neto del ano: pagos menos apuesta propia, mas
      *     ajustes.
      * El aporte al pozo 'A' no es del jugador y no se acumula. Cada
      * pago individual que alcanza el umbral reportable se informa
      * en el reporte. Un dia sin generacion se cruza contra el
      * catalogo de generaciones (CATARCH.IDX) para informar si fue
      * purgado; los dias faltantes se informan en el reporte, en
      * cada certificado y en el pie de la exportacion.
      * Recorriendo el maestro de cuentas (CUENTAS.IDX) como registro
      * de jugadores, emite:
      *   - CERT<ano>.RPT: un certificado por pagina para cada
      *     jugador cuyo resultado neto alcanza el umbral anual,
      *     listo para enviar,
      *   - GANA<ano>.DAT: la exportacion de formato fijo para la
      *     autoridad fiscal (cabecera, un detalle por jugador que
      *     alcanzo el umbral anual o tuvo pagos reportables, y pie
      *     con totales de control),
      *   - ANU<ano>.RPT: el reporte de la corrida, con los pagos
      *     reportables, la linea de cada jugador con movimiento y los
      *     jugadores con movimiento que no estan en el maestro.
      * Los umbrales salen de CERTPARM.DAT (valores de la casa si no
      * existe). Si el archivo de trabajo no se puede abrir no se
      * emite ninguna salida.
       PROGRAM-ID. AZARANU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCH-LEDGER-FILE ASSIGN TO ARCHLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-PLAYER-ID
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT TRABAJO-FILE ASSIGN TO "ANUTRAB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANUW-PLAYER-ID
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT CATALOGO-FILE ASSIGN TO "CATARCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT CERTPARM-FILE ASSIGN TO "CERTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTPARM.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT EXPORTA-FILE ASSIGN TO ANUEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTA.

           SELECT CERTIF-FILE ASSIGN TO ANUCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTIF.

           SELECT REPORTE-FILE ASSIGN TO ANURPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  CUENTAS-FILE.
           COPY "CTAREC.cpy".

       FD  TRABAJO-FILE.
           COPY "ANUWREC.cpy".

       FD  CATALOGO-FILE.
           COPY "CATREC.cpy".

       FD  CERTPARM-FILE.
           COPY "CERPREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  EXPORTA-FILE.
           COPY "EXPGREC.cpy".

       FD  CERTIF-FILE.
           01  CERTIF-RECORD       PIC X(80).

       FD  REPORTE-FILE.
           01  REPORTE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

           COPY "LEDGREC.cpy".

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-CUENTAS  PIC XX.
           01  WS-FS-TRABAJO  PIC XX.

           01  WS-FLAG-TRABAJO PIC X VALUE 'N'.
               88 TRABAJO-ABIERTO     VALUE 'S'.
               88 TRABAJO-NO-ABIERTO  VALUE 'N'.
           01  WS-FS-CATALOGO PIC XX.
           01  WS-FS-CERTPARM PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-EXPORTA  PIC XX.
           01  WS-FS-CERTIF   PIC XX.
           01  WS-FS-REPORTE  PIC XX.

           01  WS-FLAG-CATALOGO   PIC X VALUE 'N'.
               88 HAY-CATALOGO        VALUE 'S'.

      *****ANO A PROCESAR *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-HOY      PIC 9(08).
           01  WS-ANIO           PIC 9(04).
           01  WS-FECHA-DESDE    PIC 9(08).
           01  WS-FECHA-HASTA    PIC 9(08).
           01  WS-FECHA-DIA      PIC 9(08).
           01  WS-DIAS-ENTEROS   PIC 9(07).

           01  WS-FLAG-ANIO      PIC X.
               88 ANIO-VALIDO       VALUE 'S'.
               88 ANIO-INVALIDO     VALUE 'N'.

           01  WS-NOM-ARCH-LEDGER PIC X(16).

      *****UMBRALES (CERTPARM.DAT O VALORES DE LA CASA) *****

           01  WS-UMBRAL-PAGO    PIC 9(07)V99 VALUE 1200,00.
           01  WS-UMBRAL-ANUAL   PIC 9(07)V99 VALUE 600,00.

      *****MOVIMIENTO DE UNA LINEA DEL LIBRO MAYOR *****

           01  WS-MOV-APUESTA    PIC S9(07)V99.
           01  WS-MOV-BONO       PIC S9(07)V99.
           01  WS-MOV-PAGO       PIC S9(07)V99.
           01  WS-MOV-POZO       PIC S9(07)V99.
           01  WS-MOV-CANT-POZO  PIC 9(01).
           01  WS-MOV-AJUSTE     PIC S9(07)V99.
           01  WS-MOV-REPORT     PIC 9(07)V99.
           01  WS-LEDGER-BONO    PIC 9(05)V99.

      *****RESULTADO DEL JUGADOR *****

           01  WS-APUESTA-PROPIA PIC S9(09)V99.
           01  WS-RESULTADO      PIC S9(09)V99.

           01  WS-FLAG-CERT      PIC X.
               88 LLEVA-CERTIFICADO  VALUE 'S'.

           01  WS-FLAG-EXPORTA   PIC X.
               88 VA-EN-EXPORTACION  VALUE 'S'.

      *****TOTALES DE LA CORRIDA *****

           01  WS-DIAS-PROCESADOS  PIC 9(03) VALUE 0.
           01  WS-DIAS-FALTANTES   PIC 9(03) VALUE 0.
           01  WS-DIAS-PURGADOS    PIC 9(03) VALUE 0.
           01  WS-CANT-LINEAS-LDG  PIC 9(07) VALUE 0.
           01  WS-CANT-REPORTABLES PIC 9(07) VALUE 0.
           01  WS-CANT-JUGADORES   PIC 9(07) VALUE 0.
           01  WS-CANT-CERTIF      PIC 9(07) VALUE 0.
           01  WS-CANT-DETALLES    PIC 9(07) VALUE 0.
           01  WS-CANT-SIN-CUENTA  PIC 9(07) VALUE 0.

           01  WS-TOT-PAGO         PIC S9(11)V99 VALUE 0.
           01  WS-TOT-APUESTA-PROP PIC S9(11)V99 VALUE 0.
           01  WS-TOT-APUESTA-BONO PIC S9(11)V99 VALUE 0.
           01  WS-TOT-RESULTADO    PIC S9(11)V99 VALUE 0.
           01  WS-TOT-REPORT       PIC 9(11)V99 VALUE 0.

      *****REPORTE Y CERTIFICADOS *****

           01  WS-NOM-REPORTE    PIC X(16).
           01  WS-NOM-CERTIF     PIC X(16).
           01  WS-NOM-EXPORTA    PIC X(16).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(100).

           01  WS-LINEA-CERT     PIC X(80).
           01  WS-LINEAS-CERT    PIC 9(02) VALUE 0.

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(40) VALUE
                  'CIERRE ANUAL DE GANANCIAS - ANO '.
               05 ENC-ANIO        PIC 9(04).
               05 FILLER          PIC X(48) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  REP-TITULOS.
               05 FILLER          PIC X(12) VALUE 'JUGADOR'.
               05 FILLER          PIC X(15) VALUE '  APUESTA PROP.'.
               05 FILLER          PIC X(15) VALUE '     APOST.BONO'.
               05 FILLER          PIC X(15) VALUE '          PAGOS'.
               05 FILLER          PIC X(15) VALUE '      RESULTADO'.
               05 FILLER          PIC X(06) VALUE ' REP.'.
               05 FILLER          PIC X(05) VALUE 'CERT'.

           01  WS-RAYA           PIC X(90) VALUE ALL '-'.
           01  WS-RAYA-CERT      PIC X(70) VALUE ALL '='.

      *****EDICION DE MONTOS (DECIMAL-POINT IS COMMA) ***

           01  WP-CANTIDAD       PIC Z(06)9.
           01  WP-CANT-CORTA     PIC ZZZZ9.
           01  WP-IMPORTE        PIC Z(08)9,99-.
           01  WP-IMP-APUESTA    PIC Z(10)9,99-.
           01  WP-IMP-BONO       PIC Z(10)9,99-.
           01  WP-IMP-PAGO       PIC Z(10)9,99-.
           01  WP-IMP-RESULTADO  PIC Z(10)9,99-.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           PERFORM 1000-PEDIR-ANIO

           IF ANIO-VALIDO
               PERFORM 1100-LEER-PARAMETROS
               PERFORM 1150-ABRIR-TRABAJO
           END-IF

           IF TRABAJO-ABIERTO
               PERFORM 1200-ABRIR-ARCHIVOS

               MOVE 'PAGOS INDIVIDUALES REPORTABLES:' TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA

               PERFORM 2000-PROCESAR-DIA
                   UNTIL WS-FECHA-DIA > WS-FECHA-HASTA

               PERFORM 3000-RECORRER-REGISTRO

               PERFORM 4000-VERIFICAR-SIN-CUENTA

               PERFORM 5000-GRABAR-PIE

               PERFORM 6000-EMITIR-RESUMEN

               CLOSE TRABAJO-FILE
                     EXPORTA-FILE
                     CERTIF-FILE
               IF HAY-CATALOGO
                   CLOSE CATALOGO-FILE
               END-IF

               PERFORM 7900-CERRAR-REPORTE

               PERFORM 8000-EMITIR-RESUMEN
           END-IF

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
      *  EL ANO DEBE ESTAR CERRADO: SU ULTIMO DIA ANTERIOR  *
      *  A LA FECHA DE NEGOCIO VIGENTE                      *
      ******************************************************
       1000-PEDIR-ANIO.

           SET ANIO-VALIDO TO TRUE

           DISPLAY 'ANO CALENDARIO A CERTIFICAR (AAAA): '
           ACCEPT WS-ANIO

           IF WS-ANIO NOT NUMERIC
              OR WS-ANIO < 1601
               DISPLAY 'ANO INVALIDO.'
               SET ANIO-INVALIDO TO TRUE
           ELSE
               COMPUTE WS-FECHA-DESDE = WS-ANIO * 10000 + 0101
               COMPUTE WS-FECHA-HASTA = WS-ANIO * 10000 + 1231
               IF WS-FECHA-HASTA NOT < WS-FECHA-NEG
                   DISPLAY 'EL ANO ' WS-ANIO ' NO ESTA CERRADO: LA '
                           'FECHA DE NEGOCIO ES ' WS-FECHA-NEG '.'
                   SET ANIO-INVALIDO TO TRUE
               ELSE
                   MOVE WS-FECHA-DESDE TO WS-FECHA-DIA
               END-IF
           END-IF.

      ******************************************************
      *  UMBRALES DE CERTPARM.DAT; UN CAMPO EN CERO DEJA EL *
      *  VALOR DE LA CASA                                   *
      ******************************************************
       1100-LEER-PARAMETROS.

           OPEN INPUT CERTPARM-FILE

           IF WS-FS-CERTPARM NOT = '35'
               READ CERTPARM-FILE
                   NOT AT END
                       IF CER-UMBRAL-PAGO IS NUMERIC
                          AND CER-UMBRAL-PAGO > 0
                           MOVE CER-UMBRAL-PAGO TO WS-UMBRAL-PAGO
                       END-IF
                       IF CER-UMBRAL-ANUAL IS NUMERIC
                          AND CER-UMBRAL-ANUAL > 0
                           MOVE CER-UMBRAL-ANUAL TO WS-UMBRAL-ANUAL
                       END-IF
               END-READ
               CLOSE CERTPARM-FILE
           END-IF.

      ******************************************************
      *  ARCHIVO DE TRABAJO NUEVO; SIN EL NO SE ACUMULA     *
      *  NADA Y NO SE EMITE NINGUNA SALIDA                  *
      ******************************************************
       1150-ABRIR-TRABAJO.

           OPEN OUTPUT TRABAJO-FILE
           CLOSE TRABAJO-FILE
           OPEN I-O TRABAJO-FILE

           IF WS-FS-TRABAJO = '00'
               SET TRABAJO-ABIERTO TO TRUE
           ELSE
               SET TRABAJO-NO-ABIERTO TO TRUE
               DISPLAY '*** NO SE PUEDE ABRIR EL ARCHIVO DE TRABAJO '
                       'ANUTRAB.IDX, ESTADO ' WS-FS-TRABAJO ' ***'
               DISPLAY 'NO SE EMITEN CERTIFICADOS NI EXPORTACION.'
           END-IF.

      ******************************************************
      *  CATALOGO, REPORTE, CERTIFICADOS Y EXPORTACION CON  *
      *  SU CABECERA                                        *
      ******************************************************
       1200-ABRIR-ARCHIVOS.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT CATALOGO-FILE
           IF WS-FS-CATALOGO NOT = '35'
               SET HAY-CATALOGO TO TRUE
           END-IF

           PERFORM 7000-INICIAR-REPORTE

           MOVE SPACES TO WS-NOM-CERTIF
           STRING 'CERT' WS-ANIO '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-CERTIF
           SET ENVIRONMENT 'DD_ANUCERT' TO WS-NOM-CERTIF
           OPEN OUTPUT CERTIF-FILE

           MOVE SPACES TO WS-NOM-EXPORTA
           STRING 'GANA' WS-ANIO '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-EXPORTA
           SET ENVIRONMENT 'DD_ANUEXP' TO WS-NOM-EXPORTA
           OPEN OUTPUT EXPORTA-FILE

           MOVE SPACES          TO EXG-RECORD
           MOVE 'H'             TO EXG-TIPO
           MOVE WS-ANIO         TO EXG-ANIO
           MOVE WS-FECHA-HOY    TO EXG-FECHA-GEN
           MOVE 'JUEGO DE AZAR' TO EXG-CASA
           MOVE WS-UMBRAL-ANUAL TO EXG-UMBRAL-ANUAL
           MOVE WS-UMBRAL-PAGO  TO EXG-UMBRAL-PAGO
           WRITE EXG-RECORD.

      ******************************************************
      *  ACUMULA LA GENERACION ARCHIVADA DE UN DIA Y AVANZA *
      *  AL DIA SIGUIENTE                                   *
      ******************************************************
       2000-PROCESAR-DIA.

           MOVE SPACES TO WS-NOM-ARCH-LEDGER
           STRING 'LEDG' WS-FECHA-DIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-LEDGER
           SET ENVIRONMENT 'DD_ARCHLEDG' TO WS-NOM-ARCH-LEDGER

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT ARCH-LEDGER-FILE

           IF WS-FS-ARCH = '35'
               PERFORM 2050-INFORMAR-FALTANTE
           ELSE
               ADD 1 TO WS-DIAS-PROCESADOS

               READ ARCH-LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                   ADD 1 TO WS-CANT-LINEAS-LDG
                   PERFORM 2100-TOMAR-MOVIMIENTO
                   READ ARCH-LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ARCH-LEDGER-FILE
           END-IF

           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA) + 1
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS).

      ******************************************************
      *  DIA SIN GENERACION: EL CATALOGO DICE SI FUE        *
      *  PURGADA                                            *
      ******************************************************
       2050-INFORMAR-FALTANTE.

           ADD 1 TO WS-DIAS-FALTANTES
           MOVE SPACES TO WS-LINEA-REP
           STRING '*** FALTA ' WS-NOM-ARCH-LEDGER
                  ': EL DIA NO ENTRA EN LOS TOTALES ***'
               DELIMITED BY SIZE INTO WS-LINEA-REP

           IF HAY-CATALOGO
               MOVE WS-FECHA-DIA TO CAT-FECHA-NEG
               MOVE 'LEDG'       TO CAT-TIPO
               READ CATALOGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-PURGADA
                           ADD 1 TO WS-DIAS-PURGADOS
                           MOVE SPACES TO WS-LINEA-REP
                           STRING '*** FALTA ' WS-NOM-ARCH-LEDGER
                                  ': PURGADA EL ' CAT-FECHA-PURGA
                                  ', EL DIA NO ENTRA EN LOS TOTALES ***'
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                       END-IF
               END-READ
           END-IF

           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  MOVIMIENTO DEL JUGADOR SEGUN EL TIPO DE LINEA      *
      ******************************************************
       2100-TOMAR-MOVIMIENTO.

           IF LEDGER-APUESTA-BONO IS NUMERIC
               MOVE LEDGER-APUESTA-BONO TO WS-LEDGER-BONO
           ELSE
               MOVE ZEROES TO WS-LEDGER-BONO
           END-IF

           MOVE ZEROES TO WS-MOV-APUESTA
                          WS-MOV-BONO
                          WS-MOV-PAGO
                          WS-MOV-POZO
                          WS-MOV-CANT-POZO
                          WS-MOV-AJUSTE
                          WS-MOV-REPORT

           EVALUATE TRUE
               WHEN LEDGER-ES-PARTIDA
                   MOVE LEDGER-APUESTA TO WS-MOV-APUESTA
                   MOVE WS-LEDGER-BONO TO WS-MOV-BONO
                   MOVE LEDGER-PAGO    TO WS-MOV-PAGO
               WHEN LEDGER-ES-POZO-GANADO
                   MOVE LEDGER-PAGO    TO WS-MOV-PAGO
                                          WS-MOV-POZO
                   MOVE 1              TO WS-MOV-CANT-POZO
               WHEN LEDGER-ES-REVERSO
                   COMPUTE WS-MOV-APUESTA = 0 - LEDGER-PAGO
                   COMPUTE WS-MOV-BONO    = 0 - WS-LEDGER-BONO
                   COMPUTE WS-MOV-PAGO    = 0 - LEDGER-APUESTA
               WHEN LEDGER-ES-AJUSTE-MANUAL
                   MOVE LEDGER-SALDO-NETO TO WS-MOV-AJUSTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF (LEDGER-ES-PARTIDA OR LEDGER-ES-POZO-GANADO)
              AND LEDGER-PAGO >= WS-UMBRAL-PAGO
               MOVE LEDGER-PAGO TO WS-MOV-REPORT
               PERFORM 2200-INFORMAR-REPORTABLE
           END-IF

           IF NOT LEDGER-ES-APORTE-POZO
               PERFORM 8500-ACUMULAR-TRABAJO
           END-IF.

      ******************************************************
       2200-INFORMAR-REPORTABLE.

           ADD 1 TO WS-CANT-REPORTABLES
           MOVE LEDGER-PAGO TO WP-IMPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING '  ' WS-FECHA-DIA '  JUGADOR ' LEDGER-PLAYER-ID
                  '  TICKET ' LEDGER-TICKET
                  '  TIPO ' LEDGER-TIPO
                  '  PAGO ' WP-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  RECORRE EL MAESTRO DE CUENTAS COMO REGISTRO DE     *
      *  JUGADORES                                          *
      ******************************************************
       3000-RECORRER-REGISTRO.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE 'RESULTADO ANUAL POR JUGADOR:' TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE REP-TITULOS TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CUENTAS-FILE

           IF WS-FS-CUENTAS = '35'
               SET FIN-ARCHIVO TO TRUE
               MOVE 'NO EXISTE EL MAESTRO DE CUENTAS CUENTAS.IDX.'
                   TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               READ CUENTAS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   PERFORM 3100-PROCESAR-JUGADOR
                   READ CUENTAS-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CUENTAS-FILE
           END-IF.

      ******************************************************
      *  UN JUGADOR DEL REGISTRO CON MOVIMIENTO EN EL ANO   *
      ******************************************************
       3100-PROCESAR-JUGADOR.

           MOVE CTA-PLAYER-ID TO ANUW-PLAYER-ID

           READ TRABAJO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO ANUW-EN-REGISTRO
                   REWRITE ANUW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-REWRITE
                   PERFORM 3200-EVALUAR-JUGADOR
           END-READ.

      ******************************************************
       3200-EVALUAR-JUGADOR.

           ADD 1 TO WS-CANT-JUGADORES

           COMPUTE WS-APUESTA-PROPIA = ANUW-APUESTA - ANUW-APUESTA-BONO
           COMPUTE WS-RESULTADO =
               ANUW-PAGO - WS-APUESTA-PROPIA + ANUW-AJUSTES

           MOVE 'N' TO WS-FLAG-CERT
                       WS-FLAG-EXPORTA

           IF WS-RESULTADO >= WS-UMBRAL-ANUAL
               SET LLEVA-CERTIFICADO  TO TRUE
               SET VA-EN-EXPORTACION  TO TRUE
           END-IF

           IF ANUW-CANT-REPORT > 0
               SET VA-EN-EXPORTACION TO TRUE
           END-IF

           MOVE WS-APUESTA-PROPIA TO WP-IMP-APUESTA
           MOVE ANUW-APUESTA-BONO TO WP-IMP-BONO
           MOVE ANUW-PAGO         TO WP-IMP-PAGO
           MOVE WS-RESULTADO      TO WP-IMP-RESULTADO
           MOVE ANUW-CANT-REPORT  TO WP-CANT-CORTA
           MOVE SPACES TO WS-LINEA-REP
           STRING ANUW-PLAYER-ID '  ' WP-IMP-APUESTA WP-IMP-BONO
                  WP-IMP-PAGO WP-IMP-RESULTADO ' ' WP-CANT-CORTA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           IF LLEVA-CERTIFICADO
               MOVE 'SI' TO WS-LINEA-REP(84:2)
           END-IF
           PERFORM 7100-GRABAR-LINEA

           IF VA-EN-EXPORTACION
               PERFORM 3300-GRABAR-DETALLE
           END-IF

           IF LLEVA-CERTIFICADO
               PERFORM 3500-EMITIR-CERTIFICADO
           END-IF.

      ******************************************************
      *  DETALLE DEL JUGADOR EN LA EXPORTACION FISCAL       *
      ******************************************************
       3300-GRABAR-DETALLE.

           MOVE SPACES            TO EXG-RECORD
           MOVE 'D'               TO EXG-TIPO
           MOVE ANUW-PLAYER-ID    TO EXG-PLAYER-ID
           MOVE CTA-ESTADO        TO EXG-ESTADO-CTA
           MOVE ANUW-APUESTA      TO EXG-APUESTA
           MOVE ANUW-APUESTA-BONO TO EXG-APUESTA-BONO
           MOVE WS-APUESTA-PROPIA TO EXG-APUESTA-PROPIA
           MOVE ANUW-PAGO         TO EXG-PAGO
           MOVE ANUW-CANT-POZOS   TO EXG-CANT-POZOS
           MOVE ANUW-POZOS        TO EXG-POZOS
           MOVE ANUW-AJUSTES      TO EXG-AJUSTES
           MOVE WS-RESULTADO      TO EXG-RESULTADO
           MOVE ANUW-CANT-REPORT  TO EXG-CANT-REPORT
           MOVE ANUW-TOT-REPORT   TO EXG-TOT-REPORT
           WRITE EXG-RECORD

           ADD 1                 TO WS-CANT-DETALLES
           ADD ANUW-PAGO         TO WS-TOT-PAGO
           ADD WS-APUESTA-PROPIA TO WS-TOT-APUESTA-PROP
           ADD ANUW-APUESTA-BONO TO WS-TOT-APUESTA-BONO
           ADD WS-RESULTADO      TO WS-TOT-RESULTADO
           ADD ANUW-TOT-REPORT   TO WS-TOT-REPORT.

      ******************************************************
      *  CERTIFICADO DEL JUGADOR: UNA PAGINA COMPLETA       *
      ******************************************************
       3500-EMITIR-CERTIFICADO.

           ADD 1 TO WS-CANT-CERTIF
           MOVE 0 TO WS-LINEAS-CERT

           MOVE WS-RAYA-CERT TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT
           MOVE '  JUEGO DE AZAR - CERTIFICADO ANUAL DE GANANCIAS'
               TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT
           MOVE WS-RAYA-CERT TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT
           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           STRING '  ANO CALENDARIO:                  ' WS-ANIO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           STRING '  JUGADOR:                         ' ANUW-PLAYER-ID
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           IF CTA-ACTIVA
               MOVE '  ESTADO DE LA CUENTA:             ACTIVA'
                   TO WS-LINEA-CERT
           ELSE
               MOVE '  ESTADO DE LA CUENTA:             SUSPENDIDA'
                   TO WS-LINEA-CERT
           END-IF
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-APUESTA TO WP-IMP-APUESTA
           MOVE SPACES TO WS-LINEA-CERT
           STRING '  APUESTAS DEL ANO:              ' WP-IMP-APUESTA
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-APUESTA-BONO TO WP-IMP-BONO
           MOVE SPACES TO WS-LINEA-CERT
           STRING '    FONDEADAS CON BONO PROMOC.:  ' WP-IMP-BONO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE WS-APUESTA-PROPIA TO WP-IMP-APUESTA
           MOVE SPACES TO WS-LINEA-CERT
           STRING '    APUESTA PROPIA DEL JUGADOR:  ' WP-IMP-APUESTA
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-PAGO TO WP-IMP-PAGO
           MOVE SPACES TO WS-LINEA-CERT
           STRING '  PAGOS RECIBIDOS:               ' WP-IMP-PAGO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-POZOS      TO WP-IMP-PAGO
           MOVE ANUW-CANT-POZOS TO WP-CANT-CORTA
           MOVE SPACES TO WS-LINEA-CERT
           STRING '    DE ELLOS POZOS PROGRESIVOS:  ' WP-IMP-PAGO
                  '  (' WP-CANT-CORTA ')'
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-AJUSTES TO WP-IMP-PAGO
           MOVE SPACES TO WS-LINEA-CERT
           STRING '  AJUSTES APROBADOS:             ' WP-IMP-PAGO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE WS-RESULTADO TO WP-IMP-RESULTADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING '  RESULTADO NETO DEL ANO:        ' WP-IMP-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE ANUW-TOT-REPORT  TO WP-IMP-PAGO
           MOVE ANUW-CANT-REPORT TO WP-CANT-CORTA
           MOVE SPACES TO WS-LINEA-CERT
           STRING '  PAGOS INDIVIDUALES REPORTABLES:' WP-IMP-PAGO
                  '  (' WP-CANT-CORTA ')'
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           STRING '  LA APUESTA FONDEADA CON BONO PROMOCIONAL NO ES '
                  'APUESTA'
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT
           MOVE '  PROPIA DEL JUGADOR Y NO SE DESCUENTA DEL RESULTADO.'
               TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           IF WS-DIAS-FALTANTES > 0
               MOVE WS-DIAS-FALTANTES TO WP-CANT-CORTA
               MOVE SPACES TO WS-LINEA-CERT
               STRING '  *** ATENCION: ' WP-CANT-CORTA
                      ' DIAS DEL ANO SIN GENERACION ARCHIVADA ***'
                   DELIMITED BY SIZE INTO WS-LINEA-CERT
               PERFORM 3900-GRABAR-LINEA-CERT
           END-IF

           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           STRING '  EMITIDO EL ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE WS-RAYA-CERT TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT

           MOVE SPACES TO WS-LINEA-CERT
           PERFORM 3900-GRABAR-LINEA-CERT
               UNTIL WS-LINEAS-CERT >= WS-MAX-LINEAS.

      ******************************************************
       3900-GRABAR-LINEA-CERT.

           WRITE CERTIF-RECORD FROM WS-LINEA-CERT
           ADD 1 TO WS-LINEAS-CERT.

      ******************************************************
      *  JUGADORES CON MOVIMIENTO QUE NO ESTAN EN EL        *
      *  MAESTRO DE CUENTAS: NO SE PUEDEN CERTIFICAR        *
      ******************************************************
       4000-VERIFICAR-SIN-CUENTA.

           MOVE 'N' TO WS-FLAG-FIN

           MOVE LOW-VALUES TO ANUW-PLAYER-ID
           START TRABAJO-FILE KEY IS NOT LESS THAN ANUW-PLAYER-ID
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF ANUW-EN-REGISTRO NOT = 'S'
                   ADD 1 TO WS-CANT-SIN-CUENTA
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '*** EL JUGADOR ' ANUW-PLAYER-ID
                          ' TIENE MOVIMIENTO EN EL ANO Y NO ESTA EN EL '
                          'MAESTRO DE CUENTAS ***'
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-IF
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************
      *  PIE DE LA EXPORTACION CON LOS TOTALES DE CONTROL   *
      ******************************************************
       5000-GRABAR-PIE.

           MOVE SPACES              TO EXG-RECORD
           MOVE 'T'                 TO EXG-TIPO
           MOVE WS-CANT-DETALLES    TO EXG-CANT-DETALLES
           MOVE WS-TOT-PAGO         TO EXG-TOT-PAGO
           MOVE WS-TOT-APUESTA-PROP TO EXG-TOT-APUESTA-PROP
           MOVE WS-TOT-APUESTA-BONO TO EXG-TOT-APUESTA-BONO
           MOVE WS-TOT-RESULTADO    TO EXG-TOT-RESULTADO
           MOVE WS-TOT-REPORT       TO EXG-SUMA-REPORT
           MOVE WS-DIAS-FALTANTES   TO EXG-DIAS-FALTANTES
           WRITE EXG-RECORD.

      ******************************************************
      *  TOTALES AL PIE DEL REPORTE                         *
      ******************************************************
       6000-EMITIR-RESUMEN.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-DIAS-PROCESADOS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIAS CON GENERACION:                ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-DIAS-FALTANTES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIAS SIN GENERACION:                ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-DIAS-PURGADOS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DE ELLOS PURGADOS:                ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-REPORTABLES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'PAGOS INDIVIDUALES REPORTABLES:     ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-JUGADORES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'JUGADORES CON MOVIMIENTO:           ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-CERTIF TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CERTIFICADOS EMITIDOS:              ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-DETALLES TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DETALLES EN LA EXPORTACION:         ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-RESULTADO TO WP-IMP-RESULTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESULTADO EXPORTADO:             ' WP-IMP-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-SIN-CUENTA TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'JUGADORES FUERA DEL MAESTRO:        ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'ANU' WS-ANIO '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_ANURPT' TO WS-NOM-REPORTE

           OPEN OUTPUT REPORTE-FILE

           MOVE 0 TO WS-NUM-PAGINA
           MOVE 99 TO WS-CANT-LINEAS.

      ******************************************************
       7100-GRABAR-LINEA.

           IF WS-CANT-LINEAS >= WS-MAX-LINEAS
               PERFORM 7200-ENCABEZADO-PAGINA
           END-IF

           WRITE REPORTE-RECORD FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

      ******************************************************
       7200-ENCABEZADO-PAGINA.

           ADD 1 TO WS-NUM-PAGINA

           MOVE WS-ANIO TO ENC-ANIO
           MOVE WS-NUM-PAGINA TO ENC-PAGINA

           WRITE REPORTE-RECORD FROM REP-ENCABEZADO
           MOVE ALL '=' TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD

           MOVE 3 TO WS-CANT-LINEAS.

      ******************************************************
       7900-CERRAR-REPORTE.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE 'FIN DEL REPORTE.' TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           CLOSE REPORTE-FILE.

      ******************************************************
      *  RESUMEN DE LA CORRIDA POR PANTALLA                 *
      ******************************************************
       8000-EMITIR-RESUMEN.

           DISPLAY '============================================='
           DISPLAY '  CIERRE ANUAL DE GANANCIAS - RESUMEN        '
           DISPLAY '============================================='
           DISPLAY 'ANO CALENDARIO:            ' WS-ANIO
           MOVE WS-DIAS-PROCESADOS TO WP-CANTIDAD
           DISPLAY 'DIAS PROCESADOS:           ' WP-CANTIDAD
           MOVE WS-DIAS-FALTANTES TO WP-CANTIDAD
           DISPLAY 'DIAS SIN GENERACION:       ' WP-CANTIDAD
           MOVE WS-CANT-REPORTABLES TO WP-CANTIDAD
           DISPLAY 'PAGOS REPORTABLES:         ' WP-CANTIDAD
           MOVE WS-CANT-CERTIF TO WP-CANTIDAD
           DISPLAY 'CERTIFICADOS EMITIDOS:     ' WP-CANTIDAD
           MOVE WS-CANT-DETALLES TO WP-CANTIDAD
           DISPLAY 'DETALLES EXPORTADOS:       ' WP-CANTIDAD

           IF WS-DIAS-FALTANTES > 0
               DISPLAY '*** ATENCION: FALTAN GENERACIONES DEL ANO, '
                       'VER EL REPORTE ***'
           END-IF

           IF WS-CANT-SIN-CUENTA > 0
               MOVE WS-CANT-SIN-CUENTA TO WP-CANTIDAD
               DISPLAY '*** JUGADORES FUERA DEL MAESTRO: '
                       WP-CANTIDAD ' ***'
           END-IF

           DISPLAY 'REPORTE GRABADO EN:        ' WS-NOM-REPORTE
           DISPLAY 'CERTIFICADOS EN:           ' WS-NOM-CERTIF
           DISPLAY 'EXPORTACION EN:            ' WS-NOM-EXPORTA
           DISPLAY '============================================='.

      ******************************************************
      *  SUMA EL MOVIMIENTO EN LA ENTRADA DEL JUGADOR DEL   *
      *  ARCHIVO DE TRABAJO (LA CREA SI NO EXISTE)          *
      ******************************************************
       8500-ACUMULAR-TRABAJO.

           MOVE LEDGER-PLAYER-ID TO ANUW-PLAYER-ID

           READ TRABAJO-FILE
               INVALID KEY
                   MOVE WS-MOV-APUESTA   TO ANUW-APUESTA
                   MOVE WS-MOV-BONO      TO ANUW-APUESTA-BONO
                   MOVE WS-MOV-PAGO      TO ANUW-PAGO
                   MOVE WS-MOV-CANT-POZO TO ANUW-CANT-POZOS
                   MOVE WS-MOV-POZO      TO ANUW-POZOS
                   MOVE WS-MOV-AJUSTE    TO ANUW-AJUSTES
                   MOVE ZEROES           TO ANUW-CANT-REPORT
                                            ANUW-TOT-REPORT
                   IF WS-MOV-REPORT > 0
                       MOVE 1             TO ANUW-CANT-REPORT
                       MOVE WS-MOV-REPORT TO ANUW-TOT-REPORT
                   END-IF
                   MOVE 'N'              TO ANUW-EN-REGISTRO
                   WRITE ANUW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-MOV-APUESTA   TO ANUW-APUESTA
                   ADD WS-MOV-BONO      TO ANUW-APUESTA-BONO
                   ADD WS-MOV-PAGO      TO ANUW-PAGO
                   ADD WS-MOV-CANT-POZO TO ANUW-CANT-POZOS
                   ADD WS-MOV-POZO      TO ANUW-POZOS
                   ADD WS-MOV-AJUSTE    TO ANUW-AJUSTES
                   IF WS-MOV-REPORT > 0
                       ADD 1             TO ANUW-CANT-REPORT
                       ADD WS-MOV-REPORT TO ANUW-TOT-REPORT
                   END-IF
                   REWRITE ANUW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-REWRITE
           END-READ.

       END PROGRAM AZARANU.
