      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Reporte de arqueo de cajones (sobrantes y faltantes) de la
      * fecha de negocio vigente (FECHANEG.DAT), leido del archivo de
      * turnos cerrados (TURNOS.DAT) que graba AZARCAJ. Lista cada
      * turno cerrado en la fecha con su fondo inicial, depositos,
      * retiros, efectivo esperado, efectivo contado y diferencia, y
      * luego totaliza por operador la cantidad de turnos, el total
      * sobrante, el total faltante y la diferencia neta. Al final
      * informa los cajones que siguen abiertos (CAJONES.IDX), que
      * impiden el cierre del dia en AZARCIE.
      * El reporte queda grabado en ARQ<fechaneg>.RPT con encabezado
      * y corte de pagina; por pantalla se muestra el resumen.
       PROGRAM-ID. AZARARQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURNOS.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAJN-OPERADOR
               FILE STATUS IS WS-FS-CAJONES.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT REPORTE-FILE ASSIGN TO ARQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.

       FD  TURNOS-FILE.
           COPY "TURNREC.cpy".

       FD  CAJONES-FILE.
           COPY "CAJNREC.cpy".

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

           01  WS-FS-TURNOS   PIC XX.
           01  WS-FS-CAJONES  PIC XX.
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

      *****FECHA DE NEGOCIO Y ARCHIVO DE REPORTE *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-NOM-REPORTE    PIC X(15).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(90).

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(42) VALUE
                  'ARQUEO DE CAJONES - SOBRANTES/FALTANTES '.
               05 ENC-FECHA       PIC 9(08).
               05 FILLER          PIC X(30) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  REP-TITULOS.
               05 FILLER          PIC X(17) VALUE 'OPERADOR   TURNO'.
               05 FILLER          PIC X(12) VALUE '      FONDO'.
               05 FILLER          PIC X(12) VALUE '  DEPOSITOS'.
               05 FILLER          PIC X(12) VALUE '    RETIROS'.
               05 FILLER          PIC X(12) VALUE '   ESPERADO'.
               05 FILLER          PIC X(12) VALUE '    CONTADO'.
               05 FILLER          PIC X(11) VALUE ' DIFERENCIA'.

           01  REP-TITULOS-OPE.
               05 FILLER          PIC X(17) VALUE 'OPERADOR   TURNOS'.
               05 FILLER          PIC X(13) VALUE '    SOBRANTE'.
               05 FILLER          PIC X(13) VALUE '    FALTANTE'.
               05 FILLER          PIC X(13) VALUE '         NETO'.

           01  WS-RAYA           PIC X(89) VALUE ALL '-'.

      *****TOTALES POR OPERADOR *****

           01  WS-MAX-OPERADORES  PIC 9(03) VALUE 200.
           01  WS-CANT-OPERADORES PIC 9(03) VALUE 0.

           01  TABLA-OPERADORES.
               05 OPERADOR-ENT OCCURS 200 TIMES.
                   10 OPE-ID             PIC X(10).
                   10 OPE-CANT-TURNOS    PIC 9(05).
                   10 OPE-SOBRANTE       PIC 9(09)V99.
                   10 OPE-FALTANTE       PIC 9(09)V99.
                   10 OPE-NETO           PIC S9(09)V99.

      *****TOTALES GENERALES *****

           01  WS-CANT-TURNOS    PIC 9(05) VALUE 0.
           01  WS-CANT-ABIERTOS  PIC 9(05) VALUE 0.
           01  WS-TOT-SOBRANTE   PIC 9(09)V99 VALUE ZEROES.
           01  WS-TOT-FALTANTE   PIC 9(09)V99 VALUE ZEROES.
           01  WS-TOT-NETO       PIC S9(09)V99 VALUE ZEROES.

      *****INDICES Y AUXILIARES ****

           01  WS-I              PIC 9(03).
           01  WS-POS            PIC 9(03).
           01  WS-ENCONTRADO     PIC X.
               88 OPERADOR-ENCONTRADO VALUE 'S'.

      *****EDICION DE MONTOS (DECIMAL-POINT IS COMMA) ***

           01  WP-CANTIDAD       PIC ZZZZ9.
           01  WP-FONDO          PIC Z(07)9,99.
           01  WP-DEPOSITOS      PIC Z(07)9,99.
           01  WP-RETIROS        PIC Z(07)9,99.
           01  WP-ESPERADO       PIC Z(06)9,99-.
           01  WP-CONTADO        PIC Z(07)9,99.
           01  WP-DIFERENCIA     PIC Z(06)9,99-.
           01  WP-SOBRANTE       PIC Z(08)9,99.
           01  WP-FALTANTE       PIC Z(08)9,99.
           01  WP-NETO           PIC Z(08)9,99-.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 7000-INICIAR-REPORTE

           PERFORM 1000-EMITIR-TURNOS

           PERFORM 2000-EMITIR-OPERADORES

           PERFORM 3000-EMITIR-CAJONES-ABIERTOS

           PERFORM 7900-CERRAR-REPORTE

           PERFORM 3900-EMITIR-RESUMEN

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
      *  LISTA LOS TURNOS CERRADOS EN LA FECHA DE NEGOCIO Y *
      *  ACUMULA POR OPERADOR                               *
      ******************************************************
       1000-EMITIR-TURNOS.

           MOVE 'TURNOS CERRADOS EN LA FECHA:' TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE REP-TITULOS TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT TURNOS-FILE

           IF WS-FS-TURNOS = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ TURNOS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   IF TUR-FECHA = WS-FECHA-NEG
                       ADD 1 TO WS-CANT-TURNOS
                       PERFORM 1100-EMITIR-TURNO
                       PERFORM 1200-ACUMULAR-OPERADOR
                   END-IF
                   READ TURNOS-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TURNOS-FILE
           END-IF

           IF WS-CANT-TURNOS = 0
               MOVE 'NO HAY TURNOS CERRADOS EN LA FECHA.'
                   TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF.

      ******************************************************
       1100-EMITIR-TURNO.

           MOVE TUR-FONDO      TO WP-FONDO
           MOVE TUR-DEPOSITOS  TO WP-DEPOSITOS
           MOVE TUR-RETIROS    TO WP-RETIROS
           MOVE TUR-ESPERADO   TO WP-ESPERADO
           MOVE TUR-CONTADO    TO WP-CONTADO
           MOVE TUR-DIFERENCIA TO WP-DIFERENCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING TUR-OPERADOR ' ' TUR-TURNO ' '
                  WP-FONDO ' ' WP-DEPOSITOS ' ' WP-RETIROS ' '
                  WP-ESPERADO ' ' WP-CONTADO ' ' WP-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
       1200-ACUMULAR-OPERADOR.

           MOVE 'N' TO WS-ENCONTRADO
           MOVE 0 TO WS-POS

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-OPERADORES
                      OR OPERADOR-ENCONTRADO
               IF OPE-ID(WS-I) = TUR-OPERADOR
                   SET OPERADOR-ENCONTRADO TO TRUE
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM

           IF NOT OPERADOR-ENCONTRADO
               IF WS-CANT-OPERADORES < WS-MAX-OPERADORES
                   ADD 1 TO WS-CANT-OPERADORES
                   MOVE WS-CANT-OPERADORES TO WS-POS
                   MOVE TUR-OPERADOR TO OPE-ID(WS-POS)
                   MOVE ZEROES TO OPE-CANT-TURNOS(WS-POS)
                                  OPE-SOBRANTE(WS-POS)
                                  OPE-FALTANTE(WS-POS)
                                  OPE-NETO(WS-POS)
               ELSE
                   DISPLAY 'TABLA DE OPERADORES LLENA, SE OMITE: '
                           TUR-OPERADOR
               END-IF
           END-IF

           IF TUR-DIFERENCIA > 0
               ADD TUR-DIFERENCIA TO WS-TOT-SOBRANTE
           ELSE
               SUBTRACT TUR-DIFERENCIA FROM WS-TOT-FALTANTE
           END-IF
           ADD TUR-DIFERENCIA TO WS-TOT-NETO

           IF WS-POS > 0
               ADD 1 TO OPE-CANT-TURNOS(WS-POS)
               IF TUR-DIFERENCIA > 0
                   ADD TUR-DIFERENCIA TO OPE-SOBRANTE(WS-POS)
               ELSE
                   SUBTRACT TUR-DIFERENCIA FROM OPE-FALTANTE(WS-POS)
               END-IF
               ADD TUR-DIFERENCIA TO OPE-NETO(WS-POS)
           END-IF.

      ******************************************************
      *  TOTALES POR OPERADOR Y TOTAL GENERAL               *
      ******************************************************
       2000-EMITIR-OPERADORES.

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE 'TOTALES POR OPERADOR:' TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE REP-TITULOS-OPE TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-OPERADORES
               MOVE OPE-CANT-TURNOS(WS-I) TO WP-CANTIDAD
               MOVE OPE-SOBRANTE(WS-I)    TO WP-SOBRANTE
               MOVE OPE-FALTANTE(WS-I)    TO WP-FALTANTE
               MOVE OPE-NETO(WS-I)        TO WP-NETO
               MOVE SPACES TO WS-LINEA-REP
               STRING OPE-ID(WS-I) ' ' WP-CANTIDAD ' '
                      WP-SOBRANTE ' ' WP-FALTANTE ' ' WP-NETO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-PERFORM

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-TURNOS  TO WP-CANTIDAD
           MOVE WS-TOT-SOBRANTE TO WP-SOBRANTE
           MOVE WS-TOT-FALTANTE TO WP-FALTANTE
           MOVE WS-TOT-NETO     TO WP-NETO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL      ' WP-CANTIDAD ' '
                  WP-SOBRANTE ' ' WP-FALTANTE ' ' WP-NETO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  LISTA LOS CAJONES QUE SIGUEN ABIERTOS (BLOQUEAN EL *
      *  CIERRE DEL DIA)                                    *
      ******************************************************
       3000-EMITIR-CAJONES-ABIERTOS.

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE 'CAJONES TODAVIA ABIERTOS:' TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CAJONES-FILE

           IF WS-FS-CAJONES = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ CAJONES-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-RUN-LEIDOS
                   IF CAJN-ABIERTO
                       ADD 1 TO WS-CANT-ABIERTOS
                       MOVE CAJN-FONDO TO WP-FONDO
                       MOVE SPACES TO WS-LINEA-REP
                       STRING '  ' CAJN-OPERADOR ' TURNO ' CAJN-TURNO
                              ' ABIERTO EL ' CAJN-FECHA
                              ' FONDO ' WP-FONDO
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM 7100-GRABAR-LINEA
                   END-IF
                   READ CAJONES-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJONES-FILE
           END-IF

           IF WS-CANT-ABIERTOS = 0
               MOVE '  NINGUNO.' TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF.

      ******************************************************
      *  RESUMEN DE LA CORRIDA POR PANTALLA                 *
      ******************************************************
       3900-EMITIR-RESUMEN.

           DISPLAY '============================================='
           DISPLAY '   ARQUEO DE CAJONES - SOBRANTES/FALTANTES   '
           DISPLAY '============================================='
           MOVE WS-CANT-TURNOS TO WP-CANTIDAD
           DISPLAY 'TURNOS CERRADOS:    ' WP-CANTIDAD
           MOVE WS-TOT-SOBRANTE TO WP-SOBRANTE
           DISPLAY 'TOTAL SOBRANTE: ' WP-SOBRANTE
           MOVE WS-TOT-FALTANTE TO WP-FALTANTE
           DISPLAY 'TOTAL FALTANTE: ' WP-FALTANTE
           MOVE WS-CANT-ABIERTOS TO WP-CANTIDAD
           DISPLAY 'CAJONES ABIERTOS:   ' WP-CANTIDAD
           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'ARQ' WS-FECHA-NEG '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_ARQRPT' TO WS-NOM-REPORTE

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
      *  DEJA ASENTADA LA CORRIDA EN EL CONTROL DE CORRIDAS *
      *  BATCH (INICIO 'I' / FIN 'F' CON RESULTADO)         *
      ******************************************************
       9800-GRABAR-CONTROL-CORRIDA.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           MOVE 'AZARARQ' TO RUN-PROGRAMA
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

       END PROGRAM AZARARQ.
