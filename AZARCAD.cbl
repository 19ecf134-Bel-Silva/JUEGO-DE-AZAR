      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Conductor de la cadena batch nocturna. Lee la definicion de la
      * cadena (CADENA.DAT: orden, programa, si el paso se puede
      * volver a correr y comando; sin el archivo rige la cadena de la
      * casa) y ejecuta los pasos en orden para la fecha de negocio
      * vigente, tomando el resultado de cada paso de las lineas que
      * el programa asienta en el control de corridas (RUNCTRL.DAT):
      *   - un paso con una linea 'F' con resultado 'OK' para la fecha
      *     ya termino y se saltea (reinicio de la cadena desde el
      *     paso que fallo);
      *   - un paso que ya se intento para la fecha sin terminar bien
      *     solo se vuelve a correr si esta marcado como repetible; si
      *     no, la cadena se detiene para que operaciones lo resuelva;
      *   - la cadena se detiene en el primer paso que termina con
      *     'ER' o que no deja su linea 'F'.
      * No arranca si la fecha de negocio anterior no fue cerrada por
      * AZARCIE (sin linea 'F' con 'OK' de AZARCIE para esa fecha),
      * salvo que el control no tenga todavia ningun cierre. Al final
      * emite el resumen de cada paso (hora de inicio y de fin,
      * registros leidos y grabados y resultado) por pantalla y en
      * CAD<fechaneg>.RPT, y asienta su propia corrida en el control.
      * Los pasos que piden datos por terminal (el ingreso del
      * operador de AZARCIE, el umbral de AZARSEM) los piden en la
      * misma terminal desde la que se lanzo la cadena.
       PROGRAM-ID. AZARCAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CADENA-FILE ASSIGN TO "CADENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADENA.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT REPORTE-FILE ASSIGN TO CADRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADENA-FILE.
           COPY "CADREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  REPORTE-FILE.
           01  REPORTE-RECORD      PIC X(100).

       FD  RUNCTRL-FILE.
           COPY "RUNREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FS-CADENA   PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-RUNCTRL  PIC XX.

           01  WS-FLAG-CADENA PIC X VALUE 'S'.
               88 CADENA-PROCEDE     VALUE 'S'.
               88 CADENA-DETENIDA    VALUE 'N'.

      *****CONTROL DE CORRIDAS BATCH *****

           01  WS-RUN-TIPO       PIC X(01).
           01  WS-RUN-RESULTADO  PIC X(02) VALUE 'OK'.
           01  WS-RUN-LEIDOS     PIC 9(07) VALUE ZEROES.
           01  WS-RUN-GRABADOS   PIC 9(07) VALUE ZEROES.
           01  WS-FECHA-RUN      PIC 9(08).
           01  WS-HORA-RUN       PIC 9(08).

      *****FECHA DE NEGOCIO Y CIERRE DEL DIA ANTERIOR *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-ANT      PIC 9(08).
           01  WS-DIAS-ENTEROS   PIC 9(07).

           01  WS-FLAG-HAY-CIERRES PIC X VALUE 'N'.
               88 HAY-CIERRES         VALUE 'S'.

           01  WS-FLAG-ANT-CERRADO PIC X VALUE 'N'.
               88 ANTERIOR-CERRADO    VALUE 'S'.

      *****CADENA DE LA CASA (SIN CADENA.DAT) *****

           01  TABLA-CADENA-CASA-VALORES.
               05 FILLER PIC X(09) VALUE 'EJEAZARLN'.
               05 FILLER PIC X(09) VALUE 'AZARSTA N'.
               05 FILLER PIC X(09) VALUE 'AZARCON S'.
               05 FILLER PIC X(09) VALUE 'AZARFIN S'.
               05 FILLER PIC X(09) VALUE 'AZARSEM S'.
               05 FILLER PIC X(09) VALUE 'AZARREP S'.
               05 FILLER PIC X(09) VALUE 'AZARBAL S'.
               05 FILLER PIC X(09) VALUE 'AZARCIE S'.
           01  TABLA-CADENA-CASA REDEFINES TABLA-CADENA-CASA-VALORES.
               05 CASA-PASO OCCURS 8 TIMES.
                   10 CASA-PROGRAMA     PIC X(08).
                   10 CASA-REEJECUTABLE PIC X(01).
           01  WS-CANT-CASA      PIC 9(02) VALUE 8.

      *****PASOS DE LA CADENA Y SU RESULTADO *****

           01  WS-MAX-PASOS      PIC 9(02) VALUE 30.
           01  WS-CANT-PASOS     PIC 9(02) VALUE 0.
           01  WS-I              PIC 9(02).
           01  WS-J              PIC 9(02).

           01  TABLA-PASOS.
               05 PASO OCCURS 30 TIMES.
                   10 PASO-ORDEN        PIC 9(02).
                   10 PASO-PROGRAMA     PIC X(08).
                   10 PASO-REEJECUTABLE PIC X(01).
                   10 PASO-COMANDO      PIC X(60).
                   10 PASO-SITUACION    PIC X(20).
                   10 PASO-HORA-INI     PIC 9(08).
                   10 PASO-HORA-FIN     PIC 9(08).
                   10 PASO-LEIDOS       PIC 9(07).
                   10 PASO-GRABADOS     PIC 9(07).
                   10 PASO-RESULTADO    PIC X(02).

           01  WS-TEMP-PASO      PIC X(123).

      *****LECTURA DEL CONTROL DE CORRIDAS PARA UN PASO *****

           01  WS-LINEA-RUN      PIC 9(07).
           01  WS-LINEAS-ANTES   PIC 9(07).
           01  WS-DESDE-LINEA    PIC 9(07).

           01  WS-FLAG-INTENTADO PIC X.
               88 PASO-INTENTADO      VALUE 'S'.
           01  WS-FLAG-YA-OK     PIC X.
               88 PASO-YA-OK          VALUE 'S'.

           01  WS-ULT-TIPO       PIC X(01).
           01  WS-ULT-HORA-INI   PIC 9(08).
           01  WS-ULT-HORA-FIN   PIC 9(08).
           01  WS-ULT-LEIDOS     PIC 9(07).
           01  WS-ULT-GRABADOS   PIC 9(07).
           01  WS-ULT-RESULTADO  PIC X(02).

           01  WS-OK-HORA-INI    PIC 9(08).
           01  WS-OK-HORA-FIN    PIC 9(08).
           01  WS-OK-LEIDOS      PIC 9(07).
           01  WS-OK-GRABADOS    PIC 9(07).

           01  WS-COMANDO        PIC X(60).
           01  WS-RC-PASO        PIC S9(09) BINARY.

      *****REPORTE *****

           01  WS-NOM-REPORTE    PIC X(16).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(100).

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(42) VALUE
                  'CADENA BATCH NOCTURNA - FECHA DE NEGOCIO '.
               05 ENC-FECHA       PIC 9(08).
               05 FILLER          PIC X(40) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  REP-TITULOS.
               05 FILLER          PIC X(04) VALUE 'ORD'.
               05 FILLER          PIC X(10) VALUE 'PROGRAMA'.
               05 FILLER          PIC X(22) VALUE 'SITUACION'.
               05 FILLER          PIC X(10) VALUE 'INICIO'.
               05 FILLER          PIC X(10) VALUE 'FIN'.
               05 FILLER          PIC X(09) VALUE '  LEIDOS'.
               05 FILLER          PIC X(10) VALUE ' GRABADOS'.
               05 FILLER          PIC X(04) VALUE ' RES'.

           01  WS-RAYA           PIC X(80) VALUE ALL '-'.

      *****EDICION *****

           01  WS-HORA-ED-NUM    PIC 9(08).
           01  WS-HORA-ED-PARTES REDEFINES WS-HORA-ED-NUM.
               05 WS-HORA-ED-HH   PIC 9(02).
               05 WS-HORA-ED-MM   PIC 9(02).
               05 WS-HORA-ED-SS   PIC 9(02).
               05 FILLER          PIC 9(02).

           01  WP-HORA.
               05 WP-HORA-HH      PIC 9(02).
               05 FILLER          PIC X(01) VALUE ':'.
               05 WP-HORA-MM      PIC 9(02).
               05 FILLER          PIC X(01) VALUE ':'.
               05 WP-HORA-SS      PIC 9(02).

           01  WP-HORA-INI       PIC X(08).
           01  WP-HORA-FIN       PIC X(08).
           01  WP-ORDEN          PIC Z9.
           01  WP-LEIDOS         PIC Z(06)9.
           01  WP-GRABADOS       PIC Z(06)9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 1000-CARGAR-CADENA

           PERFORM 1200-VERIFICAR-CIERRE-ANTERIOR

           IF CADENA-PROCEDE
               PERFORM 2000-EJECUTAR-PASO
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-PASOS
                      OR CADENA-DETENIDA
           END-IF

           PERFORM 6000-EMITIR-RESUMEN

           IF CADENA-DETENIDA
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
      *  PASOS DE CADENA.DAT (O LA CADENA DE LA CASA),      *
      *  ORDENADOS POR CAD-ORDEN                            *
      ******************************************************
       1000-CARGAR-CADENA.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CADENA-FILE

           IF WS-FS-CADENA = '35'
               DISPLAY 'NO EXISTE CADENA.DAT, RIGE LA CADENA DE LA '
                       'CASA.'
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CANT-CASA
                   MOVE WS-J                  TO CAD-ORDEN
                   MOVE CASA-PROGRAMA(WS-J)   TO CAD-PROGRAMA
                   MOVE CASA-REEJECUTABLE(WS-J) TO CAD-REEJECUTABLE
                   MOVE SPACES                TO CAD-COMANDO
                   PERFORM 1050-AGREGAR-PASO
               END-PERFORM
           ELSE
               READ CADENA-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF CAD-PROGRAMA NOT = SPACES
                       PERFORM 1050-AGREGAR-PASO
                   END-IF
                   READ CADENA-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CADENA-FILE
           END-IF

           PERFORM 1100-ORDENAR-PASOS.

      ******************************************************
       1050-AGREGAR-PASO.

           IF WS-CANT-PASOS < WS-MAX-PASOS
               ADD 1 TO WS-CANT-PASOS
               MOVE CAD-ORDEN        TO PASO-ORDEN(WS-CANT-PASOS)
               MOVE CAD-PROGRAMA     TO PASO-PROGRAMA(WS-CANT-PASOS)
               MOVE CAD-REEJECUTABLE TO PASO-REEJECUTABLE(WS-CANT-PASOS)
               MOVE CAD-COMANDO      TO PASO-COMANDO(WS-CANT-PASOS)
               MOVE 'NO EJECUTADO'   TO PASO-SITUACION(WS-CANT-PASOS)
               MOVE ZEROES           TO PASO-HORA-INI(WS-CANT-PASOS)
                                        PASO-HORA-FIN(WS-CANT-PASOS)
                                        PASO-LEIDOS(WS-CANT-PASOS)
                                        PASO-GRABADOS(WS-CANT-PASOS)
               MOVE SPACES           TO PASO-RESULTADO(WS-CANT-PASOS)
           ELSE
               DISPLAY 'CADENA.DAT SUPERA LOS ' WS-MAX-PASOS
                       ' PASOS, SE IGNORA ' CAD-PROGRAMA
           END-IF.

      ******************************************************
       1100-ORDENAR-PASOS.

           IF WS-CANT-PASOS > 1
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CANT-PASOS - 1
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-CANT-PASOS - WS-I
                       IF PASO-ORDEN(WS-J) > PASO-ORDEN(WS-J + 1)
                           PERFORM 1150-INTERCAMBIAR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      ******************************************************
       1150-INTERCAMBIAR.

           MOVE PASO(WS-J)     TO WS-TEMP-PASO
           MOVE PASO(WS-J + 1) TO PASO(WS-J)
           MOVE WS-TEMP-PASO   TO PASO(WS-J + 1).

      ******************************************************
      *  LA FECHA DE NEGOCIO ANTERIOR DEBE HABER SIDO       *
      *  CERRADA POR AZARCIE (EL CIERRE AVANZA LA FECHA DE  *
      *  NEGOCIO UN DIA)                                    *
      ******************************************************
       1200-VERIFICAR-CIERRE-ANTERIOR.

           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEG) - 1
           COMPUTE WS-FECHA-ANT =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT RUNCTRL-FILE

           IF WS-FS-RUNCTRL = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ RUNCTRL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF RUN-PROGRAMA = 'AZARCIE'
                       SET HAY-CIERRES TO TRUE
                       IF RUN-ES-FIN AND RUN-OK
                          AND RUN-FECHA-NEG = WS-FECHA-ANT
                           SET ANTERIOR-CERRADO TO TRUE
                       END-IF
                   END-IF
                   READ RUNCTRL-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE RUNCTRL-FILE
           END-IF

           IF HAY-CIERRES AND NOT ANTERIOR-CERRADO
               SET CADENA-DETENIDA TO TRUE
               DISPLAY 'LA CADENA NO ARRANCA: LA FECHA DE NEGOCIO '
                       WS-FECHA-ANT ' NO FUE CERRADA POR AZARCIE.'
           END-IF

           IF NOT HAY-CIERRES
               DISPLAY 'EL CONTROL DE CORRIDAS NO TIENE CIERRES '
                       'ANTERIORES: PRIMERA CORRIDA DE LA CADENA.'
           END-IF.

      ******************************************************
      *  UN PASO: SE SALTEA SI YA TERMINO BIEN, SE CORRE SI *
      *  ES NUEVO O REPETIBLE, Y SE VERIFICA SU RESULTADO   *
      ******************************************************
       2000-EJECUTAR-PASO.

           MOVE 0 TO WS-DESDE-LINEA
           PERFORM 2500-LEER-CONTROL-PASO

           EVALUATE TRUE
               WHEN PASO-YA-OK
                   MOVE 'SALTEADO (YA OK)' TO PASO-SITUACION(WS-I)
                   MOVE WS-OK-HORA-INI     TO PASO-HORA-INI(WS-I)
                   MOVE WS-OK-HORA-FIN     TO PASO-HORA-FIN(WS-I)
                   MOVE WS-OK-LEIDOS       TO PASO-LEIDOS(WS-I)
                   MOVE WS-OK-GRABADOS     TO PASO-GRABADOS(WS-I)
                   MOVE 'OK'               TO PASO-RESULTADO(WS-I)
               WHEN PASO-INTENTADO
                AND PASO-REEJECUTABLE(WS-I) NOT = 'S'
                   SET CADENA-DETENIDA TO TRUE
                   MOVE 'NO REPETIBLE'    TO PASO-SITUACION(WS-I)
                   MOVE WS-ULT-HORA-INI   TO PASO-HORA-INI(WS-I)
                   MOVE WS-ULT-HORA-FIN   TO PASO-HORA-FIN(WS-I)
                   MOVE WS-ULT-LEIDOS     TO PASO-LEIDOS(WS-I)
                   MOVE WS-ULT-GRABADOS   TO PASO-GRABADOS(WS-I)
                   MOVE WS-ULT-RESULTADO  TO PASO-RESULTADO(WS-I)
                   DISPLAY '*** ' PASO-PROGRAMA(WS-I) ' YA SE INTENTO '
                           'PARA LA FECHA Y NO SE PUEDE REPETIR: '
                           'RESOLVERLO A MANO ***'
               WHEN OTHER
                   PERFORM 2200-CORRER-PASO
           END-EVALUATE.

      ******************************************************
      *  LANZA EL PASO Y TOMA SU RESULTADO DE LAS LINEAS    *
      *  QUE ASENTO EN EL CONTROL                           *
      ******************************************************
       2200-CORRER-PASO.

           MOVE WS-LINEA-RUN TO WS-LINEAS-ANTES

           IF PASO-COMANDO(WS-I) = SPACES
               MOVE PASO-PROGRAMA(WS-I) TO WS-COMANDO
           ELSE
               MOVE PASO-COMANDO(WS-I)  TO WS-COMANDO
           END-IF

           DISPLAY '>>> PASO ' PASO-ORDEN(WS-I) ': '
                   PASO-PROGRAMA(WS-I)

           CALL 'SYSTEM' USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-PASO

           MOVE WS-LINEAS-ANTES TO WS-DESDE-LINEA
           PERFORM 2500-LEER-CONTROL-PASO

           MOVE WS-ULT-HORA-INI  TO PASO-HORA-INI(WS-I)
           MOVE WS-ULT-HORA-FIN  TO PASO-HORA-FIN(WS-I)
           MOVE WS-ULT-LEIDOS    TO PASO-LEIDOS(WS-I)
           MOVE WS-ULT-GRABADOS  TO PASO-GRABADOS(WS-I)
           MOVE WS-ULT-RESULTADO TO PASO-RESULTADO(WS-I)

           EVALUATE TRUE
               WHEN NOT PASO-INTENTADO
                   SET CADENA-DETENIDA TO TRUE
                   MOVE 'SIN LINEAS EN CONTROL' TO PASO-SITUACION(WS-I)
               WHEN WS-ULT-TIPO NOT = 'F'
                   SET CADENA-DETENIDA TO TRUE
                   MOVE 'SIN LINEA DE FIN'  TO PASO-SITUACION(WS-I)
               WHEN WS-ULT-RESULTADO NOT = 'OK'
                   SET CADENA-DETENIDA TO TRUE
                   MOVE 'TERMINO CON ERROR' TO PASO-SITUACION(WS-I)
               WHEN OTHER
                   MOVE 'EJECUTADO'         TO PASO-SITUACION(WS-I)
           END-EVALUATE

           IF CADENA-DETENIDA
               DISPLAY '*** LA CADENA SE DETIENE EN '
                       PASO-PROGRAMA(WS-I) ': '
                       PASO-SITUACION(WS-I) ' (CODIGO DE RETORNO '
                       WS-RC-PASO ') ***'
           END-IF.

      ******************************************************
      *  RECORRE RUNCTRL.DAT: LAS LINEAS DEL PROGRAMA DEL   *
      *  PASO PARA LA FECHA, POSTERIORES A WS-DESDE-LINEA,  *
      *  DEJAN EL ULTIMO INTENTO Y SI HUBO UN FIN 'OK'      *
      ******************************************************
       2500-LEER-CONTROL-PASO.

           MOVE 0   TO WS-LINEA-RUN
           MOVE 'N' TO WS-FLAG-INTENTADO
                       WS-FLAG-YA-OK
                       WS-FLAG-FIN
           MOVE SPACES TO WS-ULT-TIPO
                          WS-ULT-RESULTADO
           MOVE ZEROES TO WS-ULT-HORA-INI
                          WS-ULT-HORA-FIN
                          WS-ULT-LEIDOS
                          WS-ULT-GRABADOS

           OPEN INPUT RUNCTRL-FILE

           IF WS-FS-RUNCTRL = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ RUNCTRL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-LINEA-RUN
                   IF WS-LINEA-RUN > WS-DESDE-LINEA
                      AND RUN-PROGRAMA = PASO-PROGRAMA(WS-I)
                      AND RUN-FECHA-NEG = WS-FECHA-NEG
                       PERFORM 2600-TOMAR-LINEA-CONTROL
                   END-IF
                   READ RUNCTRL-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE RUNCTRL-FILE
           END-IF.

      ******************************************************
       2600-TOMAR-LINEA-CONTROL.

           SET PASO-INTENTADO TO TRUE
           MOVE RUN-TIPO TO WS-ULT-TIPO

           IF RUN-ES-INICIO
               MOVE RUN-HORA TO WS-ULT-HORA-INI
               MOVE ZEROES   TO WS-ULT-HORA-FIN
                                WS-ULT-LEIDOS
                                WS-ULT-GRABADOS
               MOVE SPACES   TO WS-ULT-RESULTADO
           ELSE
               MOVE RUN-HORA          TO WS-ULT-HORA-FIN
               MOVE RUN-REGS-LEIDOS   TO WS-ULT-LEIDOS
               MOVE RUN-REGS-GRABADOS TO WS-ULT-GRABADOS
               MOVE RUN-RESULTADO     TO WS-ULT-RESULTADO
               IF RUN-OK
                   SET PASO-YA-OK TO TRUE
                   MOVE WS-ULT-HORA-INI TO WS-OK-HORA-INI
                   MOVE WS-ULT-HORA-FIN TO WS-OK-HORA-FIN
                   MOVE WS-ULT-LEIDOS   TO WS-OK-LEIDOS
                   MOVE WS-ULT-GRABADOS TO WS-OK-GRABADOS
               END-IF
           END-IF.

      ******************************************************
      *  RESUMEN DE LA CADENA EN EL REPORTE Y POR PANTALLA  *
      ******************************************************
       6000-EMITIR-RESUMEN.

           PERFORM 7000-INICIAR-REPORTE

           IF HAY-CIERRES AND NOT ANTERIOR-CERRADO
               MOVE SPACES TO WS-LINEA-REP
               STRING '*** LA CADENA NO ARRANCO: LA FECHA DE NEGOCIO '
                      WS-FECHA-ANT ' NO FUE CERRADA POR AZARCIE ***'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
               MOVE WS-RAYA TO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF

           MOVE REP-TITULOS TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           DISPLAY '============================================='
           DISPLAY '  CADENA BATCH NOCTURNA - RESUMEN            '
           DISPLAY '============================================='
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-NEG

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-PASOS
               PERFORM 6100-LINEA-PASO
           END-PERFORM

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           IF CADENA-DETENIDA
               MOVE 'LA CADENA SE DETUVO: CORREGIR Y VOLVER A LANZARLA.'
                   TO WS-LINEA-REP
           ELSE
               MOVE 'LA CADENA TERMINO COMPLETA.' TO WS-LINEA-REP
           END-IF
           PERFORM 7100-GRABAR-LINEA
           DISPLAY WS-LINEA-REP

           PERFORM 7900-CERRAR-REPORTE

           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

      ******************************************************
       6100-LINEA-PASO.

           MOVE PASO-HORA-INI(WS-J) TO WS-HORA-ED-NUM
           PERFORM 6200-EDITAR-HORA
           MOVE WP-HORA TO WP-HORA-INI

           MOVE PASO-HORA-FIN(WS-J) TO WS-HORA-ED-NUM
           PERFORM 6200-EDITAR-HORA
           MOVE WP-HORA TO WP-HORA-FIN

           MOVE PASO-ORDEN(WS-J)    TO WP-ORDEN
           MOVE PASO-LEIDOS(WS-J)   TO WP-LEIDOS
           MOVE PASO-GRABADOS(WS-J) TO WP-GRABADOS

           MOVE SPACES TO WS-LINEA-REP
           STRING WP-ORDEN '  ' PASO-PROGRAMA(WS-J) '  '
                  PASO-SITUACION(WS-J) '  '
                  WP-HORA-INI '  ' WP-HORA-FIN '  '
                  WP-LEIDOS '  ' WP-GRABADOS '  '
                  PASO-RESULTADO(WS-J)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           DISPLAY WS-LINEA-REP.

      ******************************************************
      *  HORA HHMMSSCC DEL CONTROL A HH:MM:SS (EN BLANCO SI *
      *  EL PASO NO LA TIENE)                               *
      ******************************************************
       6200-EDITAR-HORA.

           IF WS-HORA-ED-NUM = 0
               MOVE SPACES TO WP-HORA
           ELSE
               MOVE '00:00:00'    TO WP-HORA
               MOVE WS-HORA-ED-HH TO WP-HORA-HH
               MOVE WS-HORA-ED-MM TO WP-HORA-MM
               MOVE WS-HORA-ED-SS TO WP-HORA-SS
           END-IF.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'CAD' WS-FECHA-NEG '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_CADRPT' TO WS-NOM-REPORTE

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

           MOVE 'AZARCAD'       TO RUN-PROGRAMA
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

       END PROGRAM AZARCAD.
