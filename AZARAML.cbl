      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Vigilancia nocturna de efectivo para cumplimiento (prevencion
      * de lavado de dinero). Sobre una ventana movil de dias de
      * negocio que termina en la fecha de negocio vigente, junta por
      * jugador y dia el efectivo ingresado (depositos 'DP' y saldos
      * iniciales 'AP') y retirado ('RT') del diario de caja
      * (CAJAMOV.DAT) y lo apostado en partidas segun el libro mayor
      * del dia (LEDGER.DAT) y las generaciones archivadas
      * LEDG<fecha>.DAT de los dias anteriores de la ventana. Detecta:
      *   - jugadores cuyo efectivo ingresado o retirado en el dia
      *     llega al umbral reportable,
      *   - fraccionamiento: varios depositos en la ventana que
      *     quedan cada uno justo debajo del umbral,
      *   - ciclos deposito-retiro: efectivo ingresado y retirado casi
      *     por completo en la ventana con una apuesta que es una
      *     fraccion minima de ese efectivo.
      * Cada alerta nueva queda como caso abierto en CASOSAML.IDX para
      * que cumplimiento la revise y la cierre con AZARCAS; una alerta
      * de fraccionamiento o de ciclo no se repite mientras ya exista
      * un caso del mismo tipo para el jugador dentro de la ventana.
      * El reporte queda grabado en AML<fechaneg>.RPT para el oficial
      * de cumplimiento. Los umbrales se toman de AMLPARM.DAT (valores
      * de la casa si no existe).
      * El diario de caja de los dias anteriores de la ventana se lee
      * de las generaciones CAJA<fecha>.DAT que rueda AZARCIE; los
      * movimientos anteriores al primer cierre que rodo el diario
      * siguen en CAJAMOV.DAT o en la primera generacion, y se toman
      * igual por su fecha.
       PROGRAM-ID. AZARAML.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAJAMOV-FILE ASSIGN TO "CAJAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJAMOV.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

           SELECT ARCH-LEDGER-FILE ASSIGN TO ARCHLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT ARCH-CAJA-FILE ASSIGN TO ARCHCAJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT PARAM-FILE ASSIGN TO "AMLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT TRABAJO-FILE ASSIGN TO "AMLTRAB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLW-CLAVE
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT CASOS-FILE ASSIGN TO "CASOSAML.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASO-CLAVE
               FILE STATUS IS WS-FS-CASOS.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT REPORTE-FILE ASSIGN TO AMLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAJAMOV-FILE.
           COPY "CAJAREC.cpy".

       FD  LEDGER-FILE.
           COPY "LEDGREC.cpy".

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  ARCH-CAJA-FILE.
           01  ARCH-CAJA-RECORD    PIC X(59).

       FD  PARAM-FILE.
           COPY "AMLPREC.cpy".

       FD  TRABAJO-FILE.
           COPY "AMLWREC.cpy".

       FD  CASOS-FILE.
           COPY "CASOREC.cpy".

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

           01  WS-FS-CAJAMOV  PIC XX.
           01  WS-FS-LEDGER   PIC XX.
           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-PARAM    PIC XX.
           01  WS-FS-TRABAJO  PIC XX.
           01  WS-FS-CASOS    PIC XX.

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

      *****FECHA DE NEGOCIO, VENTANA Y ARCHIVO DE REPORTE *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-DESDE    PIC 9(08).
           01  WS-FECHA-DIA      PIC 9(08).
           01  WS-DIA-INT        PIC 9(07).
           01  WS-DIA-DESDE-INT  PIC 9(07).
           01  WS-DIA-HASTA-INT  PIC 9(07).

           01  WS-NOM-ARCH-LEDGER PIC X(16).
           01  WS-NOM-ARCH-CAJA   PIC X(16).

           01  WS-NOM-REPORTE    PIC X(15).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(90).

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(42) VALUE
                  'VIGILANCIA DE EFECTIVO (CUMPLIMIENTO) AL '.
               05 ENC-FECHA       PIC 9(08).
               05 FILLER          PIC X(30) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  WS-RAYA           PIC X(89) VALUE ALL '-'.

      *****PARAMETROS VIGENTES *****

           01  WS-PARAMETROS.
               05 WS-VENTANA-DIAS    PIC 9(03).
               05 WS-UMBRAL          PIC 9(07)V99.
               05 WS-PCT-CASI        PIC 9(03).
               05 WS-CANT-FRACC      PIC 9(03).
               05 WS-MINIMO-CICLO    PIC 9(07)V99.
               05 WS-PCT-RETIRO      PIC 9(03).
               05 WS-PCT-APUESTA     PIC 9(03).

           01  WS-PISO-CASI      PIC 9(07)V99.

      *****ACUMULADO DEL JUGADOR EN LA VENTANA *****

           01  WS-JUG-ID         PIC X(10).
           01  WS-JUG-ENTRADA    PIC 9(09)V99.
           01  WS-JUG-SALIDA     PIC 9(09)V99.
           01  WS-JUG-CANT-CASI  PIC 9(05).
           01  WS-JUG-APOSTADO   PIC 9(09)V99.

           01  WS-TOPE-RETIRO    PIC 9(09)V99.
           01  WS-TOPE-APUESTA   PIC 9(09)V99.

      *****MOVIMIENTO A ACUMULAR EN EL ARCHIVO DE TRABAJO *****

           01  WS-MOV-PLAYER-ID  PIC X(10).
           01  WS-MOV-FECHA      PIC 9(08).
           01  WS-MOV-ENTRADA    PIC 9(07)V99.
           01  WS-MOV-SALIDA     PIC 9(07)V99.
           01  WS-MOV-CASI       PIC 9(01).
           01  WS-MOV-APOSTADO   PIC 9(07)V99.

      *****CONTADORES *****

           01  WS-CANT-ALERTAS   PIC 9(05) VALUE 0.
           01  WS-CANT-REPETIDAS PIC 9(05) VALUE 0.
           01  WS-CANT-UMBRAL    PIC 9(05) VALUE 0.
           01  WS-CANT-FRACCION  PIC 9(05) VALUE 0.
           01  WS-CANT-CICLOS    PIC 9(05) VALUE 0.
           01  WS-CANT-SIN-GEN   PIC 9(05) VALUE 0.
           01  WS-CANT-ABIERTOS  PIC 9(05) VALUE 0.

           01  WS-ENCONTRADO     PIC X.
               88 REGISTRO-ENCONTRADO VALUE 'S'.

           01  WS-TIPO-BUSCADO   PIC X(02).

           01  WS-FLAG-CASO      PIC X.
               88 CASO-NUEVO          VALUE 'S'.
               88 CASO-EXISTENTE      VALUE 'N'.

      *****EDICION DE MONTOS (DECIMAL-POINT IS COMMA) ***

           01  WP-CANTIDAD       PIC ZZZZ9.
           01  WP-IMPORTE        PIC Z(08)9,99.
           01  WP-RETIRADO       PIC Z(08)9,99.
           01  WP-APOSTADO       PIC Z(08)9,99.
           01  WP-UMBRAL         PIC Z(06)9,99.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 1000-CARGAR-PARAMETROS

           PERFORM 7000-INICIAR-REPORTE

           PERFORM 1100-ABRIR-ARCHIVOS

           IF TRABAJO-ABIERTO
               PERFORM 2000-ACUMULAR-CAJA

               PERFORM 3000-ACUMULAR-ARCHIVOS-LEDGER

               PERFORM 3500-ACUMULAR-LEDGER-DIA

               PERFORM 4000-EVALUAR-JUGADORES

               PERFORM 5000-CONTAR-CASOS-ABIERTOS

               CLOSE TRABAJO-FILE
               CLOSE CASOS-FILE

               PERFORM 6000-EMITIR-RESUMEN
           ELSE
               MOVE 'ER' TO WS-RUN-RESULTADO
           END-IF

           PERFORM 7900-CERRAR-REPORTE

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
      *  PARAMETROS DE AMLPARM.DAT (VALORES DE LA CASA SI   *
      *  NO EXISTE O VIENEN EN CERO) Y PRIMER DIA DE LA     *
      *  VENTANA                                            *
      ******************************************************
       1000-CARGAR-PARAMETROS.

           MOVE 7       TO WS-VENTANA-DIAS
           MOVE 10000,00 TO WS-UMBRAL
           MOVE 90      TO WS-PCT-CASI
           MOVE 3       TO WS-CANT-FRACC
           MOVE 1000,00 TO WS-MINIMO-CICLO
           MOVE 80      TO WS-PCT-RETIRO
           MOVE 10      TO WS-PCT-APUESTA

           OPEN INPUT PARAM-FILE

           IF WS-FS-PARAM NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-TOMAR-PARAMETROS
               END-READ
               CLOSE PARAM-FILE
           END-IF

           COMPUTE WS-PISO-CASI ROUNDED =
               WS-UMBRAL * WS-PCT-CASI / 100

           COMPUTE WS-DIA-HASTA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEG)
           COMPUTE WS-DIA-DESDE-INT =
               WS-DIA-HASTA-INT - WS-VENTANA-DIAS + 1
           COMPUTE WS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-DESDE-INT).

      ******************************************************
       1050-TOMAR-PARAMETROS.

           IF AML-VENTANA-DIAS NUMERIC AND AML-VENTANA-DIAS > 0
               MOVE AML-VENTANA-DIAS TO WS-VENTANA-DIAS
           END-IF
           IF AML-UMBRAL NUMERIC AND AML-UMBRAL > 0
               MOVE AML-UMBRAL TO WS-UMBRAL
           END-IF
           IF AML-PCT-CASI NUMERIC AND AML-PCT-CASI > 0
              AND AML-PCT-CASI < 100
               MOVE AML-PCT-CASI TO WS-PCT-CASI
           END-IF
           IF AML-CANT-FRACC NUMERIC AND AML-CANT-FRACC > 0
               MOVE AML-CANT-FRACC TO WS-CANT-FRACC
           END-IF
           IF AML-MINIMO-CICLO NUMERIC AND AML-MINIMO-CICLO > 0
               MOVE AML-MINIMO-CICLO TO WS-MINIMO-CICLO
           END-IF
           IF AML-PCT-RETIRO NUMERIC AND AML-PCT-RETIRO > 0
               MOVE AML-PCT-RETIRO TO WS-PCT-RETIRO
           END-IF
           IF AML-PCT-APUESTA NUMERIC AND AML-PCT-APUESTA > 0
               MOVE AML-PCT-APUESTA TO WS-PCT-APUESTA
           END-IF.

      ******************************************************
      *  ARCHIVO DE TRABAJO NUEVO Y ARCHIVO DE CASOS (SE    *
      *  CREA VACIO EN EL PRIMER USO); SI ALGUNO NO SE      *
      *  PUEDE ABRIR LA VIGILANCIA NO SE HACE               *
      ******************************************************
       1100-ABRIR-ARCHIVOS.

           OPEN OUTPUT TRABAJO-FILE
           CLOSE TRABAJO-FILE
           OPEN I-O TRABAJO-FILE

           OPEN I-O CASOS-FILE

           IF WS-FS-CASOS = '35'
               OPEN OUTPUT CASOS-FILE
               CLOSE CASOS-FILE
               OPEN I-O CASOS-FILE
           END-IF

           IF WS-FS-TRABAJO = '00' AND WS-FS-CASOS = '00'
               SET TRABAJO-ABIERTO TO TRUE
           ELSE
               SET TRABAJO-NO-ABIERTO TO TRUE
               MOVE SPACES TO WS-LINEA-REP
               STRING '*** ERROR AL ABRIR AMLTRAB.IDX ' WS-FS-TRABAJO
                      ' / CASOSAML.IDX ' WS-FS-CASOS
                      ': VIGILANCIA NO REALIZADA ***'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
               DISPLAY WS-LINEA-REP
           END-IF

           MOVE WS-UMBRAL TO WP-UMBRAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'VENTANA DEL ' WS-FECHA-DESDE ' AL ' WS-FECHA-NEG
                  '  UMBRAL REPORTABLE: ' WP-UMBRAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  EFECTIVO INGRESADO Y RETIRADO POR JUGADOR Y DIA    *
      *  DEL DIARIO DE CAJA DENTRO DE LA VENTANA: LOS DIAS  *
      *  ANTERIORES DE SUS GENERACIONES, EL DIA EN CURSO    *
      *  DE CAJAMOV.DAT                                     *
      ******************************************************
       2000-ACUMULAR-CAJA.

           PERFORM VARYING WS-DIA-INT FROM WS-DIA-DESDE-INT BY 1
                   UNTIL WS-DIA-INT >= WS-DIA-HASTA-INT
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM 2200-LEER-GENERACION-CAJA
           END-PERFORM

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
                      AND CAJ-FECHA >= WS-FECHA-DESDE
                      AND CAJ-FECHA <= WS-FECHA-NEG
                       PERFORM 2100-TOMAR-MOVIMIENTO-CAJA
                   END-IF
                   READ CAJAMOV-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJAMOV-FILE
           END-IF.

      ******************************************************
       2100-TOMAR-MOVIMIENTO-CAJA.

           MOVE ZEROES TO WS-MOV-ENTRADA
                          WS-MOV-SALIDA
                          WS-MOV-CASI
                          WS-MOV-APOSTADO

           EVALUATE TRUE
               WHEN CAJ-ES-DEPOSITO OR CAJ-ES-APERTURA
                   MOVE CAJ-IMPORTE TO WS-MOV-ENTRADA
                   IF CAJ-IMPORTE >= WS-PISO-CASI
                      AND CAJ-IMPORTE < WS-UMBRAL
                       MOVE 1 TO WS-MOV-CASI
                   END-IF
               WHEN CAJ-ES-RETIRO
                   MOVE CAJ-IMPORTE TO WS-MOV-SALIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOV-ENTRADA > 0 OR WS-MOV-SALIDA > 0
               MOVE CAJ-PLAYER-ID TO WS-MOV-PLAYER-ID
               MOVE CAJ-FECHA     TO WS-MOV-FECHA
               PERFORM 8000-ACUMULAR-TRABAJO
           END-IF.

      ******************************************************
      *  GENERACION DEL DIARIO DE CAJA DE UN DIA ANTERIOR;  *
      *  SI NO EXISTE (DIA CERRADO ANTES DE RODAR EL        *
      *  DIARIO) SUS MOVIMIENTOS SIGUEN EN CAJAMOV.DAT O EN *
      *  LA PRIMERA GENERACION                              *
      ******************************************************
       2200-LEER-GENERACION-CAJA.

           MOVE SPACES TO WS-NOM-ARCH-CAJA
           STRING 'CAJA' WS-FECHA-DIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-CAJA
           SET ENVIRONMENT 'DD_ARCHCAJA' TO WS-NOM-ARCH-CAJA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT ARCH-CAJA-FILE

           IF WS-FS-ARCH = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ ARCH-CAJA-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   MOVE ARCH-CAJA-RECORD TO CAJA-RECORD
                   IF CAJ-FECHA NUMERIC
                      AND CAJ-FECHA >= WS-FECHA-DESDE
                      AND CAJ-FECHA <= WS-FECHA-NEG
                       PERFORM 2100-TOMAR-MOVIMIENTO-CAJA
                   END-IF
                   READ ARCH-CAJA-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ARCH-CAJA-FILE
           END-IF.

      ******************************************************
      *  LO APOSTADO EN LOS DIAS ANTERIORES DE LA VENTANA,  *
      *  DE LAS GENERACIONES ARCHIVADAS DEL LIBRO MAYOR     *
      ******************************************************
       3000-ACUMULAR-ARCHIVOS-LEDGER.

           PERFORM VARYING WS-DIA-INT FROM WS-DIA-DESDE-INT BY 1
                   UNTIL WS-DIA-INT >= WS-DIA-HASTA-INT
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM 3100-LEER-GENERACION
           END-PERFORM.

      ******************************************************
       3100-LEER-GENERACION.

           MOVE SPACES TO WS-NOM-ARCH-LEDGER
           STRING 'LEDG' WS-FECHA-DIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-LEDGER
           SET ENVIRONMENT 'DD_ARCHLEDG' TO WS-NOM-ARCH-LEDGER

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT ARCH-LEDGER-FILE

           IF WS-FS-ARCH = '35'
               ADD 1 TO WS-CANT-SIN-GEN
               MOVE SPACES TO WS-LINEA-REP
               STRING 'AVISO: NO SE ENCUENTRA LA GENERACION '
                      WS-NOM-ARCH-LEDGER
                      ', EL DIA SE EVALUA SIN APUESTAS.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               READ ARCH-LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                   PERFORM 3200-TOMAR-APUESTA
                   READ ARCH-LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ARCH-LEDGER-FILE
           END-IF.

      ******************************************************
      *  SOLO LAS PARTIDAS SUMAN APUESTA (LOS MOVIMIENTOS   *
      *  DEL POZO NO SON APUESTA DEL JUGADOR)               *
      ******************************************************
       3200-TOMAR-APUESTA.

           IF LEDGER-ES-PARTIDA AND LEDGER-APUESTA > 0
               MOVE ZEROES TO WS-MOV-ENTRADA
                              WS-MOV-SALIDA
                              WS-MOV-CASI
               MOVE LEDGER-APUESTA   TO WS-MOV-APOSTADO
               MOVE LEDGER-PLAYER-ID TO WS-MOV-PLAYER-ID
               MOVE WS-FECHA-DIA     TO WS-MOV-FECHA
               PERFORM 8000-ACUMULAR-TRABAJO
           END-IF.

      ******************************************************
      *  LO APOSTADO EN EL DIA EN CURSO (LEDGER.DAT)        *
      ******************************************************
       3500-ACUMULAR-LEDGER-DIA.

           MOVE WS-FECHA-NEG TO WS-FECHA-DIA
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
                   PERFORM 3200-TOMAR-APUESTA
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************
      *  RECORRE EL ARCHIVO DE TRABAJO EN ORDEN DE JUGADOR  *
      *  Y FECHA: EL UMBRAL SE EVALUA EN EL DIA EN CURSO Y  *
      *  EL FRACCIONAMIENTO Y EL CICLO AL CORTE DE JUGADOR  *
      ******************************************************
       4000-EVALUAR-JUGADORES.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE SPACES TO WS-JUG-ID

           MOVE LOW-VALUES TO AMLW-CLAVE
           START TRABAJO-FILE KEY IS NOT LESS THAN AMLW-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF AMLW-PLAYER-ID NOT = WS-JUG-ID
                   IF WS-JUG-ID NOT = SPACES
                       PERFORM 4200-EVALUAR-VENTANA
                   END-IF
                   MOVE AMLW-PLAYER-ID TO WS-JUG-ID
                   MOVE ZEROES TO WS-JUG-ENTRADA
                                  WS-JUG-SALIDA
                                  WS-JUG-CANT-CASI
                                  WS-JUG-APOSTADO
               END-IF
               ADD AMLW-ENTRADA   TO WS-JUG-ENTRADA
               ADD AMLW-SALIDA    TO WS-JUG-SALIDA
               ADD AMLW-CANT-CASI TO WS-JUG-CANT-CASI
               ADD AMLW-APOSTADO  TO WS-JUG-APOSTADO
               IF AMLW-FECHA = WS-FECHA-NEG
                   PERFORM 4100-EVALUAR-UMBRAL
               END-IF
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           IF WS-JUG-ID NOT = SPACES
               PERFORM 4200-EVALUAR-VENTANA
           END-IF.

      ******************************************************
      *  EFECTIVO DEL DIA EN CURSO SOBRE EL UMBRAL          *
      ******************************************************
       4100-EVALUAR-UMBRAL.

           IF AMLW-ENTRADA >= WS-UMBRAL
               PERFORM 8100-PREPARAR-CASO
               MOVE 'UE'         TO CASO-TIPO
               MOVE WS-FECHA-NEG TO CASO-DESDE
               MOVE AMLW-ENTRADA TO CASO-IMPORTE
               MOVE AMLW-SALIDA  TO CASO-RETIRADO
               MOVE AMLW-APOSTADO TO CASO-APOSTADO
               PERFORM 8200-GRABAR-CASO
               IF CASO-NUEVO
                   ADD 1 TO WS-CANT-UMBRAL
                   MOVE AMLW-ENTRADA TO WP-IMPORTE
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'UE ' CASO-PLAYER-ID
                          ' EFECTIVO INGRESADO EN EL DIA: ' WP-IMPORTE
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-IF
           END-IF

           IF AMLW-SALIDA >= WS-UMBRAL
               PERFORM 8100-PREPARAR-CASO
               MOVE 'US'         TO CASO-TIPO
               MOVE WS-FECHA-NEG TO CASO-DESDE
               MOVE AMLW-SALIDA  TO CASO-IMPORTE
               MOVE AMLW-SALIDA  TO CASO-RETIRADO
               MOVE AMLW-APOSTADO TO CASO-APOSTADO
               PERFORM 8200-GRABAR-CASO
               IF CASO-NUEVO
                   ADD 1 TO WS-CANT-UMBRAL
                   MOVE AMLW-SALIDA TO WP-IMPORTE
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'US ' CASO-PLAYER-ID
                          ' EFECTIVO RETIRADO EN EL DIA:  ' WP-IMPORTE
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-IF
           END-IF.

      ******************************************************
      *  FRACCIONAMIENTO Y CICLO DEPOSITO-RETIRO SOBRE LO   *
      *  ACUMULADO POR EL JUGADOR EN LA VENTANA             *
      ******************************************************
       4200-EVALUAR-VENTANA.

           IF WS-JUG-CANT-CASI >= WS-CANT-FRACC
               PERFORM 4300-BUSCAR-CASO-VENTANA-FR
               IF NOT REGISTRO-ENCONTRADO
                   PERFORM 8100-PREPARAR-CASO
                   MOVE 'FR'             TO CASO-TIPO
                   MOVE WS-JUG-ID        TO CASO-PLAYER-ID
                   MOVE WS-FECHA-DESDE   TO CASO-DESDE
                   MOVE WS-JUG-ENTRADA   TO CASO-IMPORTE
                   MOVE WS-JUG-SALIDA    TO CASO-RETIRADO
                   MOVE WS-JUG-APOSTADO  TO CASO-APOSTADO
                   MOVE WS-JUG-CANT-CASI TO CASO-CANTIDAD
                   PERFORM 8200-GRABAR-CASO
                   IF CASO-NUEVO
                       ADD 1 TO WS-CANT-FRACCION
                       MOVE WS-JUG-CANT-CASI TO WP-CANTIDAD
                       MOVE WS-JUG-ENTRADA   TO WP-IMPORTE
                       MOVE SPACES TO WS-LINEA-REP
                       STRING 'FR ' WS-JUG-ID ' ' WP-CANTIDAD
                              ' DEPOSITOS JUSTO DEBAJO DEL UMBRAL. '
                              'INGRESADO: ' WP-IMPORTE
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM 7100-GRABAR-LINEA
                   END-IF
               ELSE
                   ADD 1 TO WS-CANT-REPETIDAS
               END-IF
           END-IF

           COMPUTE WS-TOPE-RETIRO ROUNDED =
               WS-JUG-ENTRADA * WS-PCT-RETIRO / 100
           COMPUTE WS-TOPE-APUESTA ROUNDED =
               WS-JUG-ENTRADA * WS-PCT-APUESTA / 100

           IF WS-JUG-ENTRADA >= WS-MINIMO-CICLO
              AND WS-JUG-SALIDA >= WS-TOPE-RETIRO
              AND WS-JUG-APOSTADO <= WS-TOPE-APUESTA
               PERFORM 4400-BUSCAR-CASO-VENTANA-CI
               IF NOT REGISTRO-ENCONTRADO
                   PERFORM 8100-PREPARAR-CASO
                   MOVE 'CI'             TO CASO-TIPO
                   MOVE WS-JUG-ID        TO CASO-PLAYER-ID
                   MOVE WS-FECHA-DESDE   TO CASO-DESDE
                   MOVE WS-JUG-ENTRADA   TO CASO-IMPORTE
                   MOVE WS-JUG-SALIDA    TO CASO-RETIRADO
                   MOVE WS-JUG-APOSTADO  TO CASO-APOSTADO
                   MOVE WS-JUG-CANT-CASI TO CASO-CANTIDAD
                   PERFORM 8200-GRABAR-CASO
                   IF CASO-NUEVO
                       ADD 1 TO WS-CANT-CICLOS
                       MOVE WS-JUG-ENTRADA  TO WP-IMPORTE
                       MOVE WS-JUG-SALIDA   TO WP-RETIRADO
                       MOVE WS-JUG-APOSTADO TO WP-APOSTADO
                       MOVE SPACES TO WS-LINEA-REP
                       STRING 'CI ' WS-JUG-ID ' INGRESO: ' WP-IMPORTE
                              ' RETIRO: ' WP-RETIRADO
                              ' APOSTO: ' WP-APOSTADO
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM 7100-GRABAR-LINEA
                   END-IF
               ELSE
                   ADD 1 TO WS-CANT-REPETIDAS
               END-IF
           END-IF.

      ******************************************************
      *  UN CASO DEL MISMO TIPO PARA EL JUGADOR DETECTADO   *
      *  DENTRO DE LA VENTANA YA CUBRE LA ALERTA            *
      ******************************************************
       4300-BUSCAR-CASO-VENTANA-FR.

           MOVE WS-JUG-ID      TO CASO-PLAYER-ID
           MOVE 'FR'           TO CASO-TIPO
                                  WS-TIPO-BUSCADO
           MOVE WS-FECHA-DESDE TO CASO-FECHA
           PERFORM 4500-BUSCAR-CASO-VENTANA.

      ******************************************************
       4400-BUSCAR-CASO-VENTANA-CI.

           MOVE WS-JUG-ID      TO CASO-PLAYER-ID
           MOVE 'CI'           TO CASO-TIPO
                                  WS-TIPO-BUSCADO
           MOVE WS-FECHA-DESDE TO CASO-FECHA
           PERFORM 4500-BUSCAR-CASO-VENTANA.

      ******************************************************
       4500-BUSCAR-CASO-VENTANA.

           MOVE 'N' TO WS-ENCONTRADO

           START CASOS-FILE KEY IS NOT LESS THAN CASO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CASOS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CASO-PLAYER-ID = WS-JUG-ID
                              AND CASO-TIPO = WS-TIPO-BUSCADO
                               SET REGISTRO-ENCONTRADO TO TRUE
                           END-IF
                   END-READ
           END-START.

      ******************************************************
      *  CUENTA LOS CASOS QUE SIGUEN ABIERTOS EN EL ARCHIVO *
      ******************************************************
       5000-CONTAR-CASOS-ABIERTOS.

           MOVE 'N' TO WS-FLAG-FIN

           MOVE LOW-VALUES TO CASO-CLAVE
           START CASOS-FILE KEY IS NOT LESS THAN CASO-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ CASOS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF CASO-ABIERTO
                   ADD 1 TO WS-CANT-ABIERTOS
               END-IF
               READ CASOS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************
      *  RESUMEN EN EL REPORTE Y POR PANTALLA               *
      ******************************************************
       6000-EMITIR-RESUMEN.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           IF WS-CANT-ALERTAS = 0
               MOVE 'NO SE DETECTARON ALERTAS NUEVAS.' TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF

           MOVE WS-CANT-UMBRAL TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALERTAS DE UMBRAL (UE/US):            ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-FRACCION TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALERTAS DE FRACCIONAMIENTO (FR):      ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-CICLOS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALERTAS DE CICLO DEPOSITO-RETIRO (CI):' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-REPETIDAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALERTAS YA CUBIERTAS POR UN CASO:     ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-ABIERTOS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CASOS ABIERTOS PENDIENTES DE REVISION:' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           DISPLAY '============================================='
           DISPLAY '   VIGILANCIA DE EFECTIVO (CUMPLIMIENTO)     '
           DISPLAY '============================================='
           DISPLAY 'VENTANA DEL ' WS-FECHA-DESDE ' AL ' WS-FECHA-NEG
           MOVE WS-CANT-ALERTAS TO WP-CANTIDAD
           DISPLAY 'ALERTAS NUEVAS:           ' WP-CANTIDAD
           MOVE WS-CANT-ABIERTOS TO WP-CANTIDAD
           DISPLAY 'CASOS ABIERTOS:           ' WP-CANTIDAD
           IF WS-CANT-SIN-GEN > 0
               MOVE WS-CANT-SIN-GEN TO WP-CANTIDAD
               DISPLAY 'GENERACIONES FALTANTES:   ' WP-CANTIDAD
           END-IF
           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'AML' WS-FECHA-NEG '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_AMLRPT' TO WS-NOM-REPORTE

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
      *  SUMA EL MOVIMIENTO EN LA ENTRADA DEL JUGADOR Y DIA *
      *  DEL ARCHIVO DE TRABAJO (LA CREA SI NO EXISTE)      *
      ******************************************************
       8000-ACUMULAR-TRABAJO.

           MOVE WS-MOV-PLAYER-ID TO AMLW-PLAYER-ID
           MOVE WS-MOV-FECHA     TO AMLW-FECHA

           READ TRABAJO-FILE
               INVALID KEY
                   MOVE WS-MOV-ENTRADA  TO AMLW-ENTRADA
                   MOVE WS-MOV-SALIDA   TO AMLW-SALIDA
                   MOVE WS-MOV-CASI     TO AMLW-CANT-CASI
                   MOVE WS-MOV-APOSTADO TO AMLW-APOSTADO
                   WRITE AMLW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-MOV-ENTRADA  TO AMLW-ENTRADA
                   ADD WS-MOV-SALIDA   TO AMLW-SALIDA
                   ADD WS-MOV-CASI     TO AMLW-CANT-CASI
                   ADD WS-MOV-APOSTADO TO AMLW-APOSTADO
                   REWRITE AMLW-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL TRABAJO: '
                                   WS-FS-TRABAJO
                   END-REWRITE
           END-READ.

      ******************************************************
      *  CASO NUEVO ABIERTO CON LA FECHA DE NEGOCIO         *
      ******************************************************
       8100-PREPARAR-CASO.

           MOVE AMLW-PLAYER-ID TO CASO-PLAYER-ID
           MOVE WS-FECHA-NEG   TO CASO-FECHA
           SET CASO-ABIERTO TO TRUE
           MOVE ZEROES TO CASO-IMPORTE
                          CASO-RETIRADO
                          CASO-APOSTADO
                          CASO-CANTIDAD
                          CASO-FECHA-CIERRE
           MOVE SPACES TO CASO-OPERADOR-CIERRE
                          CASO-NOTA.

      ******************************************************
      *  GRABA EL CASO; SI YA EXISTE (CORRIDA REPETIDA EN   *
      *  LA MISMA FECHA) NO SE DUPLICA                      *
      ******************************************************
       8200-GRABAR-CASO.

           SET CASO-NUEVO TO TRUE

           WRITE CASO-RECORD
               INVALID KEY
                   SET CASO-EXISTENTE TO TRUE
                   ADD 1 TO WS-CANT-REPETIDAS
           END-WRITE

           IF CASO-NUEVO
               ADD 1 TO WS-CANT-ALERTAS
           END-IF.

      ******************************************************
      *  DEJA ASENTADA LA CORRIDA EN EL CONTROL DE CORRIDAS *
      *  BATCH (INICIO 'I' / FIN 'F' CON RESULTADO)         *
      ******************************************************
       9800-GRABAR-CONTROL-CORRIDA.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           MOVE 'AZARAML' TO RUN-PROGRAMA
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

       END PROGRAM AZARAML.
