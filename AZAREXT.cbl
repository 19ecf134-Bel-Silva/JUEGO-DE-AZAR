      * el saldo del jugador y no se listan. Ademas de mostrarlo por
      * pantalla, el extracto queda grabado en un archivo imprimible
      * EXT<jugador>.RPT para entregar al jugador.
      * Los ajustes aprobados del libro mayor (reversos 'R' y ajustes
      * manuales 'M' de AZARAJU) se listan como movimientos propios,
      * con su efecto sobre el efectivo de la cuenta y debajo la
      * descripcion del motivo del ajuste (tabla MOTAJU).
      * El diario de caja, como el libro mayor, es del dia (AZARCIE
      * rueda ambos al cierre a CAJA<fecha>.DAT y LEDG<fecha>.DAT): el
      * extracto cubre el periodo desde la fecha de negocio que se
      * indica (la del dia si no se indica, hasta un ano atras) hasta
      * el dia en curso, tomando los dias cerrados de sus generaciones
      * y el dia en curso de CAJAMOV.DAT y LEDGER.DAT. El saldo
      * inicial es el de la foto de saldos del cierre del dia anterior
      * al periodo (SALD<fecha>.DAT, cero si la cuenta no figura), y
      * el saldo final del extracto se compara con el CTA-SALDO de la
      * cuenta: una diferencia se informa. Sin esa foto el saldo
      * inicial se deduce del saldo de la cuenta y el extracto se
      * informa como no verificable. Una generacion del periodo que
      * falta (purgada) se informa.
       PROGRAM-ID. AZAREXT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

           SELECT ARCH-CAJA-FILE ASSIGN TO ARCHCAJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT ARCH-LEDGER-FILE ASSIGN TO ARCHLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT FOTO-FILE ASSIGN TO ARCHSALD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  LEDGER-FILE.
           COPY "LEDGREC.cpy".

       FD  ARCH-CAJA-FILE.
           01  ARCH-CAJA-RECORD    PIC X(59).

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  FOTO-FILE.
           COPY "FOTOREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  CUENTAS-FILE.
           COPY "CTAREC.cpy".

           01  WS-FS-LEDGER   PIC XX.
           01  WS-FS-CUENTAS  PIC XX.
           01  WS-FS-EXTRACTO PIC XX.
           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-FOTO     PIC XX.
           01  WS-FS-FECHANEG PIC XX.

           01  WS-PLAYER-ID   PIC X(10).
           01  WS-NOM-EXTRACTO PIC X(17).

      *****PERIODO DEL EXTRACTO Y GENERACIONES A LEER *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-DESDE    PIC 9(08).
           01  WS-FECHA-ANT      PIC 9(08).
           01  WS-FECHA-DIA      PIC 9(08).
           01  WS-DIA-INT        PIC 9(07).
           01  WS-DIA-DESDE-INT  PIC 9(07).
           01  WS-DIA-HASTA-INT  PIC 9(07).

           01  WS-FLAG-PERIODO   PIC X.
               88 PERIODO-VALIDO      VALUE 'S'.
               88 PERIODO-INVALIDO    VALUE 'N'.

           01  WS-NOM-FOTO        PIC X(16).
           01  WS-NOM-ARCH-CAJA   PIC X(16).
           01  WS-NOM-ARCH-LEDGER PIC X(16).
           01  WS-CANT-SIN-GEN    PIC 9(04) VALUE 0.
           01  WP-CANT-SIN-GEN    PIC ZZZ9.

      *****SALDO DE APERTURA DE LA FOTO DE CIERRE *****

           01  WS-FLAG-FOTO      PIC X.
               88 HAY-FOTO            VALUE 'S'.
               88 NO-HAY-FOTO         VALUE 'N'.

           01  WS-FLAG-EN-FOTO   PIC X.
               88 JUGADOR-EN-FOTO     VALUE 'S'.
               88 JUGADOR-NO-EN-FOTO  VALUE 'N'.

      *****CUENTA MAESTRA DEL JUGADOR *****

           01  WS-FLAG-CUENTA PIC X.
                   10 EXT-ORIGEN    PIC X(01).
                   10 EXT-TIPO      PIC X(02).
                   10 EXT-DELTA     PIC S9(07)V99.
                   10 EXT-MOTIVO    PIC X(02).

           01  WS-TEMP-EXT.
               05 TEMP-FECHA    PIC 9(08).
               05 TEMP-ORIGEN   PIC X(01).
               05 TEMP-TIPO     PIC X(02).
               05 TEMP-DELTA    PIC S9(07)V99.
               05 TEMP-MOTIVO   PIC X(02).

           01  WS-FLAG-MOV-OMITIDOS PIC X.
               88 MOVS-OMITIDOS        VALUE 'S'.
           01  WS-TOT-DELTAS  PIC S9(09)V99.
           01  WS-SALDO-INI   PIC S9(09)V99.
           01  WS-SALDO-CORR  PIC S9(09)V99.
           01  WS-DIFERENCIA  PIC S9(09)V99.

      *****INDICES Y AUXILIARES ****

           01  WS-I           PIC 9(04).
           01  WS-J           PIC 9(04).
           01  WS-IDX-MOTIVO  PIC 9(02).

      *****MOTIVOS DE LOS AJUSTES DEL LIBRO MAYOR *****

           COPY "MOTAJU.cpy".

           01  EXT-LINEA-MOTIVO.
               05 FILLER          PIC X(12) VALUE SPACES.
               05 FILLER          PIC X(08) VALUE 'MOTIVO: '.
               05 MOT-LIN-DESCRIPCION PIC X(30).

      *****LINEAS DEL EXTRACTO (PANTALLA Y ARCHIVO) *****

               05 FILLER          PIC X(10) VALUE ' ESTADO: '.
               05 TIT-ESTADO      PIC X(01).

           01  EXT-LINEA-PERIODO.
               05 FILLER          PIC X(14) VALUE 'PERIODO DEL '.
               05 PER-DESDE       PIC 9(08).
               05 FILLER          PIC X(04) VALUE ' AL '.
               05 PER-HASTA       PIC 9(08).

           01  EXT-LINEA-DET.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 DET-FECHA       PIC 9(08).

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           PERFORM 1000-CONSULTAR UNTIL FIN-CONSULTA

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
      *  UN EXTRACTO COMPLETO POR JUGADOR                   *
      ******************************************************
               IF CUENTA-NO-ENCONTRADA
                   DISPLAY 'EL JUGADOR NO TIENE CUENTA.'
               ELSE
                   PERFORM 1500-PEDIR-PERIODO
                   IF PERIODO-VALIDO
                       PERFORM 2500-CARGAR-SALDO-INICIAL
                       PERFORM 3000-CARGAR-MOVIMIENTOS
                       PERFORM 4000-ORDENAR-POR-FECHA
                       PERFORM 5000-EMITIR-EXTRACTO
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  FECHA DE NEGOCIO DESDE LA QUE SE EMITE EL          *
      *  EXTRACTO (LA DEL DIA SI NO SE INDICA; HASTA UN ANO *
      *  ATRAS) Y FOTO DE SALDOS DEL DIA ANTERIOR           *
      ******************************************************
       1500-PEDIR-PERIODO.

           SET PERIODO-VALIDO TO TRUE

           DISPLAY 'EXTRACTO DESDE LA FECHA DE NEGOCIO (AAAAMMDD, '
                   'ENTER PARA EL DIA ' WS-FECHA-NEG '): '
           MOVE ZEROES TO WS-FECHA-DESDE
           ACCEPT WS-FECHA-DESDE

           IF WS-FECHA-DESDE = ZEROES
               MOVE WS-FECHA-NEG TO WS-FECHA-DESDE
           END-IF

           IF WS-FECHA-DESDE NOT NUMERIC
              OR WS-FECHA-DESDE > WS-FECHA-NEG
              OR WS-FECHA-DESDE < 16010101
               DISPLAY 'FECHA INVALIDA.'
               SET PERIODO-INVALIDO TO TRUE
           ELSE
               COMPUTE WS-DIA-DESDE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
               COMPUTE WS-DIA-HASTA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEG)
               EVALUATE TRUE
                   WHEN WS-DIA-DESDE-INT = 0
                       DISPLAY 'FECHA INVALIDA.'
                       SET PERIODO-INVALIDO TO TRUE
                   WHEN WS-DIA-HASTA-INT - WS-DIA-DESDE-INT > 366
                       DISPLAY 'EL PERIODO SUPERA EL ANO, ACORTELO.'
                       SET PERIODO-INVALIDO TO TRUE
               END-EVALUATE
           END-IF

           IF PERIODO-VALIDO
               COMPUTE WS-DIA-INT = WS-DIA-DESDE-INT - 1
               COMPUTE WS-FECHA-ANT =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE SPACES TO WS-NOM-FOTO
               STRING 'SALD' WS-FECHA-ANT '.DAT'
                   DELIMITED BY SIZE INTO WS-NOM-FOTO
               SET ENVIRONMENT 'DD_ARCHSALD' TO WS-NOM-FOTO
           END-IF.

      ******************************************************
      *  LEE LA CUENTA DEL JUGADOR POR SU CLAVE EN EL       *
      *  MAESTRO INDEXADO                                   *
           END-IF.

      ******************************************************
      *  SALDO DE APERTURA: SALDO DE LA CUENTA EN LA FOTO   *
      *  DE CIERRE DEL DIA ANTERIOR AL PERIODO (CERO SI LA  *
      *  CUENTA TODAVIA NO EXISTIA)                         *
      ******************************************************
       2500-CARGAR-SALDO-INICIAL.

           SET NO-HAY-FOTO TO TRUE
           SET JUGADOR-NO-EN-FOTO TO TRUE
           MOVE ZEROES TO WS-SALDO-INI
           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT FOTO-FILE

           IF WS-FS-FOTO NOT = '35'
               SET HAY-FOTO TO TRUE

               READ FOTO-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF FOTO-PLAYER-ID = WS-PLAYER-ID
                       SET JUGADOR-EN-FOTO TO TRUE
                       MOVE FOTO-CTA-SALDO TO WS-SALDO-INI
                       SET FIN-ARCHIVO TO TRUE
                   ELSE
                       READ FOTO-FILE
                           AT END SET FIN-ARCHIVO TO TRUE
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE FOTO-FILE
           END-IF.

      ******************************************************
      *  CARGA EN LA TABLA LOS MOVIMIENTOS DEL JUGADOR EN   *
      *  EL PERIODO: PRIMERO EL DIARIO DE CAJA, DESPUES EL  *
      *  LIBRO MAYOR                                        *
      ******************************************************
       3000-CARGAR-MOVIMIENTOS.

           MOVE 0 TO WS-CANT-MOVS
           MOVE 0 TO WS-CANT-SIN-GEN
           SET NO-MOVS-OMITIDOS TO TRUE

           PERFORM 3100-CARGAR-CAJA
                       'EL DETALLE QUEDA INCOMPLETO. AVISE A SISTEMAS.'
           END-IF.

      ******************************************************
      *  DIARIO DE CAJA: LOS DIAS CERRADOS DEL PERIODO DE   *
      *  SUS GENERACIONES, EL DIA EN CURSO DE CAJAMOV.DAT   *
      ******************************************************
       3100-CARGAR-CAJA.

           PERFORM VARYING WS-DIA-INT FROM WS-DIA-DESDE-INT BY 1
                   UNTIL WS-DIA-INT >= WS-DIA-HASTA-INT
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM 3120-LEER-GENERACION-CAJA
           END-PERFORM

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CAJAMOV-FILE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   PERFORM 3110-TOMAR-MOV-CAJA
                   READ CAJAMOV-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               CLOSE CAJAMOV-FILE
           END-IF.

      ******************************************************
      *  SOLO LOS MOVIMIENTOS DEL JUGADOR DENTRO DEL        *
      *  PERIODO (LA PRIMERA GENERACION PUEDE TRAER DIAS    *
      *  ANTERIORES)                                        *
      ******************************************************
       3110-TOMAR-MOV-CAJA.

           IF CAJ-PLAYER-ID = WS-PLAYER-ID
              AND CAJ-FECHA NUMERIC
              AND CAJ-FECHA >= WS-FECHA-DESDE
              AND CAJ-FECHA <= WS-FECHA-NEG
               PERFORM 3150-GUARDAR-MOV-CAJA
           END-IF.

      ******************************************************
       3120-LEER-GENERACION-CAJA.

           MOVE SPACES TO WS-NOM-ARCH-CAJA
           STRING 'CAJA' WS-FECHA-DIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-CAJA
           SET ENVIRONMENT 'DD_ARCHCAJA' TO WS-NOM-ARCH-CAJA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT ARCH-CAJA-FILE

           IF WS-FS-ARCH = '35'
               ADD 1 TO WS-CANT-SIN-GEN
               DISPLAY 'AVISO: NO SE ENCUENTRA LA GENERACION '
                       WS-NOM-ARCH-CAJA
           ELSE
               READ ARCH-CAJA-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-CAJA-RECORD TO CAJA-RECORD
                   PERFORM 3110-TOMAR-MOV-CAJA
                   READ ARCH-CAJA-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ARCH-CAJA-FILE
           END-IF.

      ******************************************************
       3150-GUARDAR-MOV-CAJA.

               MOVE CAJ-FECHA TO EXT-FECHA(WS-CANT-MOVS)
               MOVE 'C'       TO EXT-ORIGEN(WS-CANT-MOVS)
               MOVE CAJ-TIPO  TO EXT-TIPO(WS-CANT-MOVS)
               MOVE SPACES    TO EXT-MOTIVO(WS-CANT-MOVS)
      *    SOLO LOS TIPOS QUE MUEVEN EFECTIVO CAMBIAN EL SALDO;
      *    SUSPENSION, REACTIVACION Y LOS MOVIMIENTOS DE BONO NO
      *    CONVERTIDO SE LISTAN CON DELTA CERO
           END-IF.

      ******************************************************
      *  LIBRO MAYOR: LOS DIAS CERRADOS DEL PERIODO DE SUS  *
      *  GENERACIONES, EL DIA EN CURSO DE LEDGER.DAT        *
      ******************************************************
       3200-CARGAR-LEDGER.

           PERFORM VARYING WS-DIA-INT FROM WS-DIA-DESDE-INT BY 1
                   UNTIL WS-DIA-INT >= WS-DIA-HASTA-INT
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM 3220-LEER-GENERACION-LEDGER
           END-PERFORM

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT LEDGER-FILE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   PERFORM 3210-TOMAR-MOV-LEDGER
                   READ LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************
      *  LOS APORTES AL POZO (TIPO 'A') NO AFECTAN EL SALDO *
      *  DEL JUGADOR Y NO SE LISTAN EN EL EXTRACTO          *
      ******************************************************
       3210-TOMAR-MOV-LEDGER.

           IF LEDGER-PLAYER-ID = WS-PLAYER-ID
              AND NOT LEDGER-ES-APORTE-POZO
              AND LEDGER-FECHA NUMERIC
              AND LEDGER-FECHA >= WS-FECHA-DESDE
              AND LEDGER-FECHA <= WS-FECHA-NEG
               PERFORM 3250-GUARDAR-MOV-LEDGER
           END-IF.

      ******************************************************
       3220-LEER-GENERACION-LEDGER.

           MOVE SPACES TO WS-NOM-ARCH-LEDGER
           STRING 'LEDG' WS-FECHA-DIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOM-ARCH-LEDGER
           SET ENVIRONMENT 'DD_ARCHLEDG' TO WS-NOM-ARCH-LEDGER

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT ARCH-LEDGER-FILE

           IF WS-FS-ARCH = '35'
               ADD 1 TO WS-CANT-SIN-GEN
               DISPLAY 'AVISO: NO SE ENCUENTRA LA GENERACION '
                       WS-NOM-ARCH-LEDGER
           ELSE
               READ ARCH-LEDGER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                   PERFORM 3210-TOMAR-MOV-LEDGER
                   READ ARCH-LEDGER-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ARCH-LEDGER-FILE
           END-IF.

      ******************************************************
       3250-GUARDAR-MOV-LEDGER.

               MOVE 'L'          TO EXT-ORIGEN(WS-CANT-MOVS)
               MOVE LEDGER-TIPO  TO EXT-TIPO(WS-CANT-MOVS)
               MOVE LEDGER-SALDO-NETO TO EXT-DELTA(WS-CANT-MOVS)
               MOVE SPACES       TO EXT-MOTIVO(WS-CANT-MOVS)
      *    LA PORCION DE LA APUESTA FONDEADA CON BONO NO SALIO DEL
      *    EFECTIVO: SE SUMA DE VUELTA AL EFECTO SOBRE EL SALDO. EN
      *    UN REVERSO ESA PORCION VUELVE AL BONO Y NO AL EFECTIVO
               IF LEDGER-APUESTA-BONO NUMERIC
                   IF LEDGER-ES-REVERSO
                       SUBTRACT LEDGER-APUESTA-BONO
                           FROM EXT-DELTA(WS-CANT-MOVS)
                   ELSE
                       ADD LEDGER-APUESTA-BONO
                           TO EXT-DELTA(WS-CANT-MOVS)
                   END-IF
               END-IF
               IF LEDGER-ES-AJUSTE
                   MOVE LEDGER-MOTIVO TO EXT-MOTIVO(WS-CANT-MOVS)
               END-IF
           END-IF.


           OPEN OUTPUT EXTRACTO-FILE

      *    SIN FOTO DE APERTURA EL SALDO INICIAL SOLO SE PUEDE
      *    DEDUCIR DEL SALDO DE LA CUENTA Y NO HAY NADA QUE VERIFICAR
           IF NO-HAY-FOTO
               MOVE ZEROES TO WS-TOT-DELTAS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CANT-MOVS
                   ADD EXT-DELTA(WS-I) TO WS-TOT-DELTAS
               END-PERFORM
               COMPUTE WS-SALDO-INI = WS-CTA-SALDO - WS-TOT-DELTAS
           END-IF

           MOVE WS-PLAYER-ID TO TIT-PLAYER-ID
           MOVE WS-CTA-ESTADO TO TIT-ESTADO
           PERFORM 5900-GRABAR-TITULO

           MOVE WS-FECHA-DESDE TO PER-DESDE
           MOVE WS-FECHA-NEG   TO PER-HASTA
           DISPLAY EXT-LINEA-PERIODO
           MOVE EXT-LINEA-PERIODO TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD

           MOVE 'SALDO INICIAL:' TO SAL-LEYENDA
           MOVE WS-SALDO-INI TO SAL-IMPORTE
           PERFORM 5950-GRABAR-SALDO

           IF NO-HAY-FOTO
               MOVE SPACES TO EXTRACTO-RECORD
               STRING '(SIN FOTO DE SALDOS ' WS-NOM-FOTO
                      ': SALDO INICIAL DEDUCIDO DE LA CUENTA)'
                   DELIMITED BY SIZE INTO EXTRACTO-RECORD
               DISPLAY EXTRACTO-RECORD
               WRITE EXTRACTO-RECORD
           END-IF

           MOVE WS-CTA-SALDO TO SAL-IMPORTE
           PERFORM 5950-GRABAR-SALDO

           COMPUTE WS-DIFERENCIA = WS-CTA-SALDO - WS-SALDO-CORR

           IF WS-DIFERENCIA NOT = ZERO
               MOVE 'DIFERENCIA:' TO SAL-LEYENDA
               MOVE WS-DIFERENCIA TO SAL-IMPORTE
               PERFORM 5950-GRABAR-SALDO
           END-IF

           MOVE SPACES TO EXTRACTO-RECORD
           EVALUATE TRUE
               WHEN NO-HAY-FOTO
                   STRING 'EXTRACTO NO VERIFICABLE: SIN FOTO DE '
                          'SALDOS DE APERTURA.'
                       DELIMITED BY SIZE INTO EXTRACTO-RECORD
               WHEN WS-DIFERENCIA = ZERO
                   STRING 'EL EXTRACTO CONCILIA CON EL SALDO DE LA '
                          'CUENTA.'
                       DELIMITED BY SIZE INTO EXTRACTO-RECORD
               WHEN OTHER
                   MOVE '*** EL EXTRACTO NO CONCILIA CON LA CUENTA ***'
                       TO EXTRACTO-RECORD
           END-EVALUATE
           DISPLAY EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD

           IF WS-CANT-SIN-GEN > 0
               MOVE SPACES TO EXTRACTO-RECORD
               MOVE WS-CANT-SIN-GEN TO WP-CANT-SIN-GEN
               STRING '(FALTAN ' WP-CANT-SIN-GEN ' GENERACIONES DEL '
                      'PERIODO: EL DETALLE PUEDE ESTAR INCOMPLETO)'
                   DELIMITED BY SIZE INTO EXTRACTO-RECORD
               DISPLAY EXTRACTO-RECORD
               WRITE EXTRACTO-RECORD
           END-IF

           CLOSE EXTRACTO-FILE

           DISPLAY 'EXTRACTO GRABADO EN: ' WS-NOM-EXTRACTO.
                   WHEN OTHER MOVE 'MOV. DE CAJA ' TO DET-CONCEPTO
               END-EVALUATE
           ELSE
               EVALUATE EXT-TIPO(WS-I)
                   WHEN 'J'  MOVE 'POZO GANADO  ' TO DET-CONCEPTO
                   WHEN 'R'  MOVE 'REVERSO      ' TO DET-CONCEPTO
                   WHEN 'M'  MOVE 'AJUSTE MANUAL' TO DET-CONCEPTO
                   WHEN OTHER MOVE 'PARTIDA      ' TO DET-CONCEPTO
               END-EVALUATE
           END-IF

           MOVE EXT-DELTA(WS-I) TO DET-IMPORTE

           DISPLAY EXT-LINEA-DET
           MOVE EXT-LINEA-DET TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD

           IF EXT-ORIGEN(WS-I) = 'L'
              AND (EXT-TIPO(WS-I) = 'R' OR EXT-TIPO(WS-I) = 'M')
               PERFORM 5200-EMITIR-MOTIVO
           END-IF.

      ******************************************************
      *  DESCRIPCION DEL MOTIVO DEL AJUSTE DEBAJO DE SU     *
      *  LINEA                                              *
      ******************************************************
       5200-EMITIR-MOTIVO.

           MOVE 'MOTIVO NO REGISTRADO' TO MOT-LIN-DESCRIPCION

           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IDX-MOTIVO > WS-CANT-MOTIVOS
               IF MOT-CODIGO(WS-IDX-MOTIVO) = EXT-MOTIVO(WS-I)
                   MOVE MOT-DESCRIPCION(WS-IDX-MOTIVO)
                       TO MOT-LIN-DESCRIPCION
               END-IF
           END-PERFORM

           DISPLAY EXT-LINEA-MOTIVO
           MOVE EXT-LINEA-MOTIVO TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD.

      ******************************************************
