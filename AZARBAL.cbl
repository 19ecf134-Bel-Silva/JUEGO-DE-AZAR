      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Balance de comprobacion nocturno de los saldos de todos los
      * jugadores. Parte de la foto de saldos del cierre del dia
      * anterior (SALD<fecha>.DAT, grabada por AZARCIE), le suma el
      * movimiento del dia del diario de caja (CAJAMOV.DAT:
      * depositos, saldos iniciales y retiros en efectivo, bonos
      * otorgados, convertidos y vencidos) y el resultado neto de las
      * partidas, pozos y ajustes del dia en el libro mayor
      * (LEDGER.DAT), y compara el saldo esperado de cada cuenta, en
      * efectivo y en bono, contra el saldo vigente en CUENTAS.IDX y
      * BONOS.IDX. Informa cada cuenta que no cuadra y el total de la
      * casa de lo adeudado a los jugadores en efectivo y en bono.
      * Reglas del movimiento del dia:
      *   - caja: 'AP', 'DP' y 'BC' suman al efectivo, 'RT' resta;
      *     'BO' suma al bono, 'BV' y 'BC' restan del bono; 'SU' y
      *     'RE' no mueven saldo.
      *   - libro mayor: el aporte al pozo 'A' no toca al jugador; la
      *     partida 'P', el pozo ganado 'J' y el ajuste manual 'M'
      *     mueven el efectivo en el neto mas la porcion de la apuesta
      *     fondeada con bono, y la partida la descuenta del bono; el
      *     reverso 'R' mueve el efectivo en el neto menos esa porcion
      *     y la devuelve al bono.
      * Sin foto del dia anterior (primer cierre con foto) no hay
      * contra que comparar: los saldos de hoy quedan como base, se
      * informan los totales y la corrida termina bien. Cualquier
      * diferencia termina la corrida con error en el control de
      * corridas (RUNCTRL.DAT), y AZARCIE no cierra el dia sin una
      * corrida limpia de este balance. El reporte queda grabado en
      * BAL<fechaneg>.RPT.
       PROGRAM-ID. AZARBAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FOTO-FILE ASSIGN TO ARCHSALD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.

           SELECT CAJAMOV-FILE ASSIGN TO "CAJAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJAMOV.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

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

           SELECT TRABAJO-FILE ASSIGN TO "BALTRAB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALW-PLAYER-ID
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT REPORTE-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.

       FD  FOTO-FILE.
           COPY "FOTOREC.cpy".

       FD  CAJAMOV-FILE.
           COPY "CAJAREC.cpy".

       FD  LEDGER-FILE.
           COPY "LEDGREC.cpy".

       FD  CUENTAS-FILE.
           COPY "CTAREC.cpy".

       FD  BONOS-FILE.
           COPY "BONREC.cpy".

       FD  TRABAJO-FILE.
           COPY "BALWREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  REPORTE-FILE.
           01  REPORTE-RECORD      PIC X(90).

       FD  RUNCTRL-FILE.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FS-FOTO     PIC XX.
           01  WS-FS-CAJAMOV  PIC XX.
           01  WS-FS-LEDGER   PIC XX.
           01  WS-FS-CUENTAS  PIC XX.
           01  WS-FS-BONOS    PIC XX.
           01  WS-FS-TRABAJO  PIC XX.

           01  WS-FLAG-TRABAJO PIC X VALUE 'N'.
               88 TRABAJO-ABIERTO     VALUE 'S'.
               88 TRABAJO-NO-ABIERTO  VALUE 'N'.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-RUNCTRL  PIC XX.

      *****CONTROL DE CORRIDAS BATCH *****

           01  WS-RUN-TIPO       PIC X(01).
           01  WS-RUN-RESULTADO  PIC X(02) VALUE 'OK'.
           01  WS-RUN-LEIDOS     PIC 9(07) VALUE ZEROES.
           01  WS-RUN-GRABADOS   PIC 9(07) VALUE ZEROES.
           01  WS-FECHA-RUN      PIC 9(08).
           01  WS-HORA-RUN       PIC 9(08).

      *****FECHA DE NEGOCIO, FOTO ANTERIOR Y ARCHIVO DE REPORTE *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-ANT      PIC 9(08).
           01  WS-DIAS-ENTEROS   PIC 9(07).

           01  WS-NOM-FOTO       PIC X(16).

           01  WS-FLAG-FOTO      PIC X VALUE 'N'.
               88 HAY-FOTO-ANTERIOR   VALUE 'S'.

           01  WS-NOM-REPORTE    PIC X(15).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(90).

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(42) VALUE
                  'BALANCE DE SALDOS DE JUGADORES AL        '.
               05 ENC-FECHA       PIC 9(08).
               05 FILLER          PIC X(30) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  REP-TITULOS.
               05 FILLER          PIC X(19) VALUE 'JUGADOR    SALDO'.
               05 FILLER          PIC X(14) VALUE '      ANTERIOR'.
               05 FILLER          PIC X(14) VALUE '    MOVIMIENTO'.
               05 FILLER          PIC X(14) VALUE '      ESPERADO'.
               05 FILLER          PIC X(14) VALUE '        ACTUAL'.
               05 FILLER          PIC X(14) VALUE '    DIFERENCIA'.

           01  WS-RAYA           PIC X(89) VALUE ALL '-'.

      *****MOVIMIENTO A ACUMULAR EN EL ARCHIVO DE TRABAJO *****

           01  WS-MOV-PLAYER-ID  PIC X(10).
           01  WS-MOV-CTA        PIC S9(07)V99.
           01  WS-MOV-BON        PIC S9(07)V99.
           01  WS-LEDGER-BONO    PIC 9(05)V99.

      *****COMPARACION DE LA CUENTA *****

           01  WS-BON-ACTUAL     PIC 9(05)V99.
           01  WS-CTA-ESPERADO   PIC S9(09)V99.
           01  WS-BON-ESPERADO   PIC S9(09)V99.
           01  WS-DIFERENCIA     PIC S9(09)V99.

           01  WS-TIPO-SALDO     PIC X(08).
           01  WS-DET-ANTERIOR   PIC S9(09)V99.
           01  WS-DET-MOVIMIENTO PIC S9(09)V99.
           01  WS-DET-ESPERADO   PIC S9(09)V99.
           01  WS-DET-ACTUAL     PIC S9(09)V99.

      *****TOTALES DE LA CASA *****

           01  WS-CANT-CUENTAS     PIC 9(07) VALUE 0.
           01  WS-CANT-BILLETERAS  PIC 9(07) VALUE 0.
           01  WS-CANT-EN-FOTO     PIC 9(07) VALUE 0.
           01  WS-CANT-MOV-CAJA    PIC 9(07) VALUE 0.
           01  WS-CANT-MOV-LEDGER  PIC 9(07) VALUE 0.
           01  WS-CANT-DIFERENCIAS PIC 9(07) VALUE 0.

           01  WS-TOT-CTA-ANTERIOR PIC S9(11)V99 VALUE 0.
           01  WS-TOT-BON-ANTERIOR PIC S9(11)V99 VALUE 0.
           01  WS-TOT-MOV-CAJA     PIC S9(11)V99 VALUE 0.
           01  WS-TOT-MOV-LEDGER   PIC S9(11)V99 VALUE 0.
           01  WS-TOT-MOV-BONO     PIC S9(11)V99 VALUE 0.
           01  WS-TOT-PASIVO-CTA   PIC S9(11)V99 VALUE 0.
           01  WS-TOT-PASIVO-BON   PIC S9(11)V99 VALUE 0.

           01  WS-ENCONTRADO     PIC X.
               88 REGISTRO-ENCONTRADO VALUE 'S'.

      *****EDICION DE MONTOS (DECIMAL-POINT IS COMMA) ***

           01  WP-CANTIDAD       PIC Z(06)9.
           01  WP-ANTERIOR       PIC Z(09)9,99-.
           01  WP-MOVIMIENTO     PIC Z(09)9,99-.
           01  WP-ESPERADO       PIC Z(09)9,99-.
           01  WP-ACTUAL         PIC Z(09)9,99-.
           01  WP-DIFERENCIA     PIC Z(09)9,99-.
           01  WP-TOTAL          PIC Z(10)9,99-.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 7000-INICIAR-REPORTE

           PERFORM 1000-ABRIR-TRABAJO

           IF TRABAJO-ABIERTO
               PERFORM 2000-CARGAR-FOTO-ANTERIOR

               PERFORM 3000-ACUMULAR-CAJA

               PERFORM 3500-ACUMULAR-LEDGER

               PERFORM 4000-VERIFICAR-CUENTAS

               IF HAY-FOTO-ANTERIOR
                   PERFORM 5000-VERIFICAR-SIN-CUENTA
               END-IF

               CLOSE TRABAJO-FILE

               PERFORM 6000-EMITIR-RESUMEN
           ELSE
               MOVE 'ER' TO WS-RUN-RESULTADO
           END-IF

           PERFORM 7900-CERRAR-REPORTE

           IF WS-CANT-DIFERENCIAS > 0
               MOVE 'ER' TO WS-RUN-RESULTADO
           END-IF
           MOVE 'F' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

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
      *  ARCHIVO DE TRABAJO NUEVO Y FECHA DEL DIA ANTERIOR  *
      *  (EL CIERRE AVANZA LA FECHA DE NEGOCIO DE A UN DIA) *
      ******************************************************
       1000-ABRIR-TRABAJO.

           OPEN OUTPUT TRABAJO-FILE
           CLOSE TRABAJO-FILE
           OPEN I-O TRABAJO-FILE

           IF WS-FS-TRABAJO = '00'
               SET TRABAJO-ABIERTO TO TRUE
           ELSE
               SET TRABAJO-NO-ABIERTO TO TRUE
               MOVE SPACES TO WS-LINEA-REP
               STRING '*** NO SE PUEDE ABRIR BALTRAB.IDX, ESTADO '
                      WS-FS-TRABAJO ': BALANCE NO REALIZADO ***'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
               DISPLAY WS-LINEA-REP
           END-IF

           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEG) - 1
           COMPUTE WS-FECHA-ANT =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)

           MOVE SPACES TO WS-NOM-FOTO
           STRING 'SALD' WS-FECHA-ANT '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-FOTO
           SET ENVIRONMENT 'DD_ARCHSALD' TO WS-NOM-FOTO.

      ******************************************************
      *  SALDOS DE APERTURA: FOTO DE CIERRE DEL DIA         *
      *  ANTERIOR                                           *
      ******************************************************
       2000-CARGAR-FOTO-ANTERIOR.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT FOTO-FILE

           IF WS-FS-FOTO = '35'
               MOVE SPACES TO WS-LINEA-REP
               STRING 'AVISO: NO SE ENCUENTRA LA FOTO DE SALDOS '
                      WS-NOM-FOTO '.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
               MOVE SPACES TO WS-LINEA-REP
               STRING 'LOS SALDOS DE HOY QUEDAN COMO BASE DEL BALANCE, '
                      'SIN VERIFICACION POR CUENTA.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               SET HAY-FOTO-ANTERIOR TO TRUE

               MOVE SPACES TO WS-LINEA-REP
               STRING 'SALDOS DE APERTURA DE LA FOTO ' WS-NOM-FOTO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA

               READ FOTO-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   PERFORM 2100-TOMAR-FOTO
                   READ FOTO-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE FOTO-FILE
           END-IF

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
       2100-TOMAR-FOTO.

           ADD 1 TO WS-CANT-EN-FOTO
           ADD FOTO-CTA-SALDO TO WS-TOT-CTA-ANTERIOR
           ADD FOTO-BON-SALDO TO WS-TOT-BON-ANTERIOR

           MOVE FOTO-PLAYER-ID TO BALW-PLAYER-ID
           MOVE FOTO-CTA-SALDO TO BALW-CTA-ANTERIOR
           MOVE FOTO-BON-SALDO TO BALW-BON-ANTERIOR
           MOVE ZEROES TO BALW-MOV-CTA
                          BALW-MOV-BON
           MOVE 'S' TO BALW-EN-FOTO
           MOVE 'N' TO BALW-VERIFICADA

           WRITE BALW-RECORD
               INVALID KEY
                   DISPLAY 'JUGADOR REPETIDO EN LA FOTO: '
                           FOTO-PLAYER-ID
           END-WRITE.

      ******************************************************
      *  MOVIMIENTO DEL DIA DEL DIARIO DE CAJA              *
      ******************************************************
       3000-ACUMULAR-CAJA.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CAJAMOV-FILE

           IF WS-FS-CAJAMOV = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ CAJAMOV-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   IF CAJ-FECHA NUMERIC
                      AND CAJ-FECHA = WS-FECHA-NEG
                       PERFORM 3100-TOMAR-MOVIMIENTO-CAJA
                   END-IF
                   READ CAJAMOV-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJAMOV-FILE
           END-IF.

      ******************************************************
       3100-TOMAR-MOVIMIENTO-CAJA.

           MOVE ZEROES TO WS-MOV-CTA
                          WS-MOV-BON

           EVALUATE TRUE
               WHEN CAJ-ES-APERTURA OR CAJ-ES-DEPOSITO
                   MOVE CAJ-IMPORTE TO WS-MOV-CTA
               WHEN CAJ-ES-RETIRO
                   COMPUTE WS-MOV-CTA = 0 - CAJ-IMPORTE
               WHEN CAJ-ES-BONO-OTORGADO
                   MOVE CAJ-IMPORTE TO WS-MOV-BON
               WHEN CAJ-ES-BONO-VENCIDO
                   COMPUTE WS-MOV-BON = 0 - CAJ-IMPORTE
               WHEN CAJ-ES-BONO-CONVERT
                   MOVE CAJ-IMPORTE TO WS-MOV-CTA
                   COMPUTE WS-MOV-BON = 0 - CAJ-IMPORTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO WS-CANT-MOV-CAJA
           ADD WS-MOV-CTA TO WS-TOT-MOV-CAJA
           ADD WS-MOV-BON TO WS-TOT-MOV-BONO

           MOVE CAJ-PLAYER-ID TO WS-MOV-PLAYER-ID
           PERFORM 8000-ACUMULAR-TRABAJO.

      ******************************************************
      *  RESULTADO NETO DEL DIA SEGUN EL LIBRO MAYOR        *
      ******************************************************
       3500-ACUMULAR-LEDGER.

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
                   IF NOT LEDGER-ES-APORTE-POZO
                       PERFORM 3600-TOMAR-MOVIMIENTO-LEDGER
                   END-IF
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************
      *  EL EFECTIVO SE MUEVE EN EL NETO MAS LA PORCION     *
      *  APOSTADA CON BONO (EN EL REVERSO, MENOS); EL BONO  *
      *  SE DESCUENTA EN LA PARTIDA Y VUELVE EN EL REVERSO  *
      ******************************************************
       3600-TOMAR-MOVIMIENTO-LEDGER.

           MOVE ZEROES TO WS-LEDGER-BONO
           IF LEDGER-APUESTA-BONO NUMERIC
               MOVE LEDGER-APUESTA-BONO TO WS-LEDGER-BONO
           END-IF

           EVALUATE TRUE
               WHEN LEDGER-ES-REVERSO
                   COMPUTE WS-MOV-CTA =
                       LEDGER-SALDO-NETO - WS-LEDGER-BONO
                   MOVE WS-LEDGER-BONO TO WS-MOV-BON
               WHEN LEDGER-ES-PARTIDA
                   COMPUTE WS-MOV-CTA =
                       LEDGER-SALDO-NETO + WS-LEDGER-BONO
                   COMPUTE WS-MOV-BON = 0 - WS-LEDGER-BONO
               WHEN OTHER
                   COMPUTE WS-MOV-CTA =
                       LEDGER-SALDO-NETO + WS-LEDGER-BONO
                   MOVE ZEROES TO WS-MOV-BON
           END-EVALUATE

           ADD 1 TO WS-CANT-MOV-LEDGER
           ADD WS-MOV-CTA TO WS-TOT-MOV-LEDGER
           ADD WS-MOV-BON TO WS-TOT-MOV-BONO

           MOVE LEDGER-PLAYER-ID TO WS-MOV-PLAYER-ID
           PERFORM 8000-ACUMULAR-TRABAJO.

      ******************************************************
      *  RECORRE EL MAESTRO DE CUENTAS: SALDO ESPERADO      *
      *  CONTRA SALDO VIGENTE Y TOTALES DE LO ADEUDADO      *
      ******************************************************
       4000-VERIFICAR-CUENTAS.

           MOVE 'N' TO WS-FLAG-FIN

           IF HAY-FOTO-ANTERIOR
               MOVE REP-TITULOS TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF

           OPEN INPUT BONOS-FILE
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
                   ADD 1 TO WS-RUN-LEIDOS
                   PERFORM 4100-VERIFICAR-CUENTA
                   READ CUENTAS-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CUENTAS-FILE
           END-IF

           IF WS-FS-BONOS NOT = '35'
               CLOSE BONOS-FILE
           END-IF.

      ******************************************************
       4100-VERIFICAR-CUENTA.

           ADD 1 TO WS-CANT-CUENTAS
           ADD CTA-SALDO TO WS-TOT-PASIVO-CTA

           MOVE ZEROES TO WS-BON-ACTUAL
           IF WS-FS-BONOS NOT = '35'
               MOVE CTA-PLAYER-ID TO BON-PLAYER-ID
               READ BONOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-BILLETERAS
                       MOVE BON-SALDO TO WS-BON-ACTUAL
               END-READ
           END-IF
           ADD WS-BON-ACTUAL TO WS-TOT-PASIVO-BON

           MOVE 'N' TO WS-ENCONTRADO
           MOVE CTA-PLAYER-ID TO BALW-PLAYER-ID
           READ TRABAJO-FILE
               INVALID KEY
                   MOVE ZEROES TO BALW-CTA-ANTERIOR
                                  BALW-BON-ANTERIOR
                                  BALW-MOV-CTA
                                  BALW-MOV-BON
                   MOVE 'N' TO BALW-EN-FOTO
               NOT INVALID KEY
                   SET REGISTRO-ENCONTRADO TO TRUE
           END-READ

           IF HAY-FOTO-ANTERIOR
               PERFORM 4200-COMPARAR-SALDOS
           END-IF

           IF REGISTRO-ENCONTRADO
               MOVE 'S' TO BALW-VERIFICADA
               REWRITE BALW-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL TRABAJO: '
                               WS-FS-TRABAJO
               END-REWRITE
           END-IF.

      ******************************************************
      *  UNA CUENTA QUE NO ESTABA EN LA FOTO ANTERIOR PARTE *
      *  DE SALDO CERO (CUENTA ABIERTA EN EL DIA)           *
      ******************************************************
       4200-COMPARAR-SALDOS.

           COMPUTE WS-CTA-ESPERADO = BALW-CTA-ANTERIOR + BALW-MOV-CTA
           COMPUTE WS-BON-ESPERADO = BALW-BON-ANTERIOR + BALW-MOV-BON

           IF WS-CTA-ESPERADO NOT = CTA-SALDO
               MOVE 'EFECTIVO'        TO WS-TIPO-SALDO
               MOVE BALW-CTA-ANTERIOR TO WS-DET-ANTERIOR
               MOVE BALW-MOV-CTA      TO WS-DET-MOVIMIENTO
               MOVE WS-CTA-ESPERADO   TO WS-DET-ESPERADO
               MOVE CTA-SALDO         TO WS-DET-ACTUAL
               PERFORM 4900-INFORMAR-DIFERENCIA
           END-IF

           IF WS-BON-ESPERADO NOT = WS-BON-ACTUAL
               MOVE 'BONO'            TO WS-TIPO-SALDO
               MOVE BALW-BON-ANTERIOR TO WS-DET-ANTERIOR
               MOVE BALW-MOV-BON      TO WS-DET-MOVIMIENTO
               MOVE WS-BON-ESPERADO   TO WS-DET-ESPERADO
               MOVE WS-BON-ACTUAL     TO WS-DET-ACTUAL
               PERFORM 4900-INFORMAR-DIFERENCIA
           END-IF.

      ******************************************************
      *  LINEA DE DETALLE DE UN SALDO QUE NO CUADRA         *
      ******************************************************
       4900-INFORMAR-DIFERENCIA.

           ADD 1 TO WS-CANT-DIFERENCIAS

           COMPUTE WS-DIFERENCIA = WS-DET-ACTUAL - WS-DET-ESPERADO

           MOVE WS-DET-ANTERIOR   TO WP-ANTERIOR
           MOVE WS-DET-MOVIMIENTO TO WP-MOVIMIENTO
           MOVE WS-DET-ESPERADO   TO WP-ESPERADO
           MOVE WS-DET-ACTUAL     TO WP-ACTUAL
           MOVE WS-DIFERENCIA     TO WP-DIFERENCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING BALW-PLAYER-ID ' ' WS-TIPO-SALDO WP-ANTERIOR
                  WP-MOVIMIENTO WP-ESPERADO WP-ACTUAL WP-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  JUGADORES DE LA FOTO O CON MOVIMIENTO EN EL DIA    *
      *  QUE YA NO ESTAN EN EL MAESTRO DE CUENTAS           *
      ******************************************************
       5000-VERIFICAR-SIN-CUENTA.

           MOVE 'N' TO WS-FLAG-FIN

           MOVE LOW-VALUES TO BALW-PLAYER-ID
           START TRABAJO-FILE KEY IS NOT LESS THAN BALW-PLAYER-ID
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF BALW-VERIFICADA NOT = 'S'
                   PERFORM 5100-INFORMAR-SIN-CUENTA
               END-IF
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************
      *  SIN CUENTA EL SALDO ACTUAL ES CERO: SOLO CUADRA SI *
      *  LO ESPERADO TAMBIEN ES CERO                        *
      ******************************************************
       5100-INFORMAR-SIN-CUENTA.

           COMPUTE WS-CTA-ESPERADO = BALW-CTA-ANTERIOR + BALW-MOV-CTA
           COMPUTE WS-BON-ESPERADO = BALW-BON-ANTERIOR + BALW-MOV-BON

           IF WS-CTA-ESPERADO NOT = 0
               MOVE 'EFECTIVO'        TO WS-TIPO-SALDO
               MOVE BALW-CTA-ANTERIOR TO WS-DET-ANTERIOR
               MOVE BALW-MOV-CTA      TO WS-DET-MOVIMIENTO
               MOVE WS-CTA-ESPERADO   TO WS-DET-ESPERADO
               MOVE ZEROES            TO WS-DET-ACTUAL
               PERFORM 4900-INFORMAR-DIFERENCIA
           END-IF

           IF WS-BON-ESPERADO NOT = 0
               MOVE 'BONO'            TO WS-TIPO-SALDO
               MOVE BALW-BON-ANTERIOR TO WS-DET-ANTERIOR
               MOVE BALW-MOV-BON      TO WS-DET-MOVIMIENTO
               MOVE WS-BON-ESPERADO   TO WS-DET-ESPERADO
               MOVE ZEROES            TO WS-DET-ACTUAL
               PERFORM 4900-INFORMAR-DIFERENCIA
           END-IF

           IF WS-CTA-ESPERADO NOT = 0 OR WS-BON-ESPERADO NOT = 0
               MOVE SPACES TO WS-LINEA-REP
               STRING '           (EL JUGADOR ' BALW-PLAYER-ID
                      ' NO ESTA EN EL MAESTRO DE CUENTAS)'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF.

      ******************************************************
      *  RESUMEN EN EL REPORTE Y POR PANTALLA               *
      ******************************************************
       6000-EMITIR-RESUMEN.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           IF HAY-FOTO-ANTERIOR
               IF WS-CANT-DIFERENCIAS = 0
                   MOVE 'TODAS LAS CUENTAS CUADRAN.' TO WS-LINEA-REP
               ELSE
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'HAY SALDOS QUE NO CUADRAN: EL DIA NO SE '
                          'PUEDE CERRAR.'
                       DELIMITED BY SIZE INTO WS-LINEA-REP
               END-IF
               PERFORM 7100-GRABAR-LINEA
           END-IF

           MOVE WS-CANT-CUENTAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CUENTAS EN EL MAESTRO:             ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-EN-FOTO TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CUENTAS EN LA FOTO ANTERIOR:       ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-MOV-CAJA TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'MOVIMIENTOS DE CAJA DEL DIA:       ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-MOV-LEDGER TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'MOVIMIENTOS DEL LIBRO MAYOR:       ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-DIFERENCIAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'SALDOS QUE NO CUADRAN:             ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-CTA-ANTERIOR TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EFECTIVO ADEUDADO AL CIERRE ANTERIOR:  ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-MOV-CAJA TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING '  MOVIMIENTO DE CAJA DEL DIA:          ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-MOV-LEDGER TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING '  RESULTADO NETO DE LOS JUEGOS:        ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-PASIVO-CTA TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EFECTIVO ADEUDADO A LOS JUGADORES:     ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-BON-ANTERIOR TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'BONO ADEUDADO AL CIERRE ANTERIOR:      ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-MOV-BONO TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING '  MOVIMIENTO DE BONO DEL DIA:          ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-TOT-PASIVO-BON TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'BONO ADEUDADO A LOS JUGADORES:         ' WP-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           DISPLAY '============================================='
           DISPLAY '   BALANCE DE SALDOS DE JUGADORES            '
           DISPLAY '============================================='
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-NEG
           IF NOT HAY-FOTO-ANTERIOR
               DISPLAY 'SIN FOTO ANTERIOR (' WS-NOM-FOTO
                       '): SALDOS DE HOY COMO BASE.'
           END-IF
           MOVE WS-CANT-CUENTAS TO WP-CANTIDAD
           DISPLAY 'CUENTAS VERIFICADAS:      ' WP-CANTIDAD
           MOVE WS-CANT-DIFERENCIAS TO WP-CANTIDAD
           DISPLAY 'SALDOS QUE NO CUADRAN:    ' WP-CANTIDAD
           MOVE WS-TOT-PASIVO-CTA TO WP-TOTAL
           DISPLAY 'EFECTIVO ADEUDADO:   ' WP-TOTAL
           MOVE WS-TOT-PASIVO-BON TO WP-TOTAL
           DISPLAY 'BONO ADEUDADO:       ' WP-TOTAL
           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'BAL' WS-FECHA-NEG '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_BALRPT' TO WS-NOM-REPORTE

           OPEN OUTPUT REPORTE-FILE

           MOVE 0 TO WS-NUM-PAGINA
           MOVE 99 TO WS-CANT-LINEAS.

      ******************************************************
       7100-GRABAR-LINEA.

           IF WS-CANT-LINEAS >= WS-MAX-LINEAS
               PERFORM 7200-ENCABEZADO-PAGINA
           END-IF

           WRITE REPORTE-RECORD FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS
           ADD 1 TO WS-RUN-GRABADOS.

      ******************************************************
       7200-ENCABEZADO-PAGINA.

           ADD 1 TO WS-NUM-PAGINA

           MOVE WS-FECHA-NEG TO ENC-FECHA
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
      *  SUMA EL MOVIMIENTO EN LA ENTRADA DEL JUGADOR DEL   *
      *  ARCHIVO DE TRABAJO (LA CREA SI NO EXISTE)          *
      ******************************************************
       8000-ACUMULAR-TRABAJO.

           MOVE WS-MOV-PLAYER-ID TO BALW-PLAYER-ID

           READ TRABAJO-FILE
               INVALID KEY
                   MOVE ZEROES     TO BALW-CTA-ANTERIOR
                                      BALW-BON-ANTERIOR
                   MOVE WS-MOV-CTA TO BALW-MOV-CTA
                   MOVE WS-MOV-BON TO BALW-MOV-BON
                   MOVE 'N'        TO BALW-EN-FOTO
                                      BALW-VERIFICADA
                   WRITE BALW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-MOV-CTA TO BALW-MOV-CTA
                   ADD WS-MOV-BON TO BALW-MOV-BON
                   REWRITE BALW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-REWRITE
           END-READ.

      ******************************************************
      *  DEJA ASENTADA LA CORRIDA EN EL CONTROL DE CORRIDAS *
      *  BATCH (INICIO 'I' / FIN 'F' CON RESULTADO)         *
      ******************************************************
       9800-GRABAR-CONTROL-CORRIDA.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           MOVE 'AZARBAL' TO RUN-PROGRAMA
           MOVE WS-FECHA-NEG    TO RUN-FECHA-NEG
           MOVE WS-RUN-TIPO     TO RUN-TIPO
           MOVE WS-FECHA-RUN    TO RUN-FECHA
           MOVE WS-HORA-RUN     TO RUN-HORA
           MOVE WS-RUN-LEIDOS   TO RUN-REGS-LEIDOS
           MOVE WS-RUN-GRABADOS TO RUN-REGS-GRABADOS

           IF RUN-ES-INICIO
               MOVE SPACES TO RUN-RESULTADO
           ELSE
               MOVE WS-RUN-RESULTADO TO RUN-RESULTADO
           END-IF

           OPEN EXTEND RUNCTRL-FILE

           IF WS-FS-RUNCTRL = '35'
               OPEN OUTPUT RUNCTRL-FILE
           END-IF

           WRITE RUN-RECORD
           CLOSE RUNCTRL-FILE.

       END PROGRAM AZARBAL.
