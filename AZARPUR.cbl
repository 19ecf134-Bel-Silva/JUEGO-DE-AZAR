      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Purga de las generaciones archivadas vencidas. La cantidad de
      * dias de negocio que se conservan sale de PURGPARM.DAT (400
      * dias si el archivo no existe; nunca menos de 35). Recorre el
      * catalogo de generaciones (CATARCH.IDX) en orden de fecha y,
      * para cada generacion vigente de una fecha anterior al corte
      * (fecha de negocio menos los dias de retencion):
      *   - si su mes calendario no tiene en CONSMES.DAT una
      *     consolidacion de AZARMES sin excepciones de integridad,
      *     no la purga y lo informa;
      *   - si no, borra el archivo y marca la entrada del catalogo
      *     como purgada con la fecha de negocio de la purga (si el
      *     archivo ya no estaba, lo informa y la marca igual; si
      *     esta pero no se puede borrar, la entrada queda vigente y
      *     se informa como error).
      * Solo la ejecuta un operador con rol OP. El reporte queda
      * grabado en PURG<fechaneg>.RPT y la corrida se asienta en el
      * control de corridas (RUNCTRL.DAT).
       PROGRAM-ID. AZARPUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CATALOGO-FILE ASSIGN TO "CATARCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT CONSMES-FILE ASSIGN TO "CONSMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSMES.

           SELECT PURGPARM-FILE ASSIGN TO "PURGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PURGPARM.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT REPORTE-FILE ASSIGN TO PURGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTRL.

       DATA DIVISION.
       FILE SECTION.

       FD  CATALOGO-FILE.
           COPY "CATREC.cpy".

       FD  CONSMES-FILE.
           COPY "CONSMREC.cpy".

       FD  PURGPARM-FILE.
           COPY "PURPREC.cpy".

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

           01  WS-FS-CATALOGO PIC XX.
           01  WS-FS-CONSMES  PIC XX.
           01  WS-FS-PURGPARM PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-REPORTE  PIC XX.
           01  WS-FS-RUNCTRL  PIC XX.

           01  WS-FLAG-PROCEDE PIC X VALUE 'S'.
               88 PURGA-PROCEDE      VALUE 'S'.
               88 PURGA-NO-PROCEDE   VALUE 'N'.

      *****RUTINA DE SEGURIDAD (INGRESO DEL OPERADOR) *****

           77  WS-RUTINA-SEG     PIC X(8) VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

      *****CONTROL DE CORRIDAS BATCH *****

           01  WS-RUN-TIPO       PIC X(01).
           01  WS-RUN-RESULTADO  PIC X(02) VALUE 'OK'.
           01  WS-RUN-LEIDOS     PIC 9(07) VALUE ZEROES.
           01  WS-RUN-GRABADOS   PIC 9(07) VALUE ZEROES.
           01  WS-FECHA-RUN      PIC 9(08).
           01  WS-HORA-RUN       PIC 9(08).

      *****FECHA DE NEGOCIO, RETENCION Y FECHA DE CORTE *****

           01  WS-FECHA-NEG      PIC 9(08).
           01  WS-FECHA-CORTE    PIC 9(08).
           01  WS-DIAS-ENTEROS   PIC 9(07).

           01  WS-DIAS-RETENCION PIC 9(05) VALUE 400.
           01  WS-MIN-RETENCION  PIC 9(05) VALUE 35.

      *****MESES CONSOLIDADOS SIN EXCEPCIONES (CONSMES.DAT) *****

           01  WS-MAX-MESES      PIC 9(03) VALUE 240.
           01  WS-CANT-MESES     PIC 9(03) VALUE 0.
           01  WS-I              PIC 9(03).

           01  TABLA-MESES.
               05 MES-CONSOLIDADO OCCURS 240 TIMES PIC 9(06).

           01  WS-FLAG-MES       PIC X.
               88 MES-CONSOLIDADO-OK  VALUE 'S'.

           01  WS-MES-BUSCADO    PIC 9(06).
           01  WS-ULT-MES-RECHAZADO PIC 9(06) VALUE 0.

      *****GENERACION A BORRAR *****

           01  WS-NOM-BORRAR     PIC X(17).
           01  WS-RC-BORRAR      PIC S9(09) BINARY.
           01  WS-RC-EXISTE      PIC S9(09) BINARY.
           01  WS-DATOS-ARCHIVO  PIC X(16).

      *****TOTALES DE LA PURGA *****

           01  WS-CANT-LEIDAS      PIC 9(07) VALUE 0.
           01  WS-CANT-PURGADAS    PIC 9(07) VALUE 0.
           01  WS-CANT-NO-EXISTIA  PIC 9(07) VALUE 0.
           01  WS-CANT-RECHAZADAS  PIC 9(07) VALUE 0.
           01  WS-CANT-ERRORES     PIC 9(07) VALUE 0.

      *****REPORTE *****

           01  WS-NOM-REPORTE    PIC X(16).
           01  WS-CANT-LINEAS    PIC 9(02) VALUE 99.
           01  WS-MAX-LINEAS     PIC 9(02) VALUE 60.
           01  WS-NUM-PAGINA     PIC 9(03) VALUE 0.
           01  WS-LINEA-REP      PIC X(90).

           01  REP-ENCABEZADO.
               05 FILLER          PIC X(42) VALUE
                  'PURGA DE GENERACIONES ARCHIVADAS AL      '.
               05 ENC-FECHA       PIC 9(08).
               05 FILLER          PIC X(30) VALUE SPACES.
               05 FILLER          PIC X(05) VALUE 'PAG. '.
               05 ENC-PAGINA      PIC ZZ9.

           01  WS-RAYA           PIC X(89) VALUE ALL '-'.

           01  WP-CANTIDAD       PIC Z(06)9.
           01  WP-DIAS           PIC ZZZZ9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 0900-LEER-FECHA-NEGOCIO

           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 9800-GRABAR-CONTROL-CORRIDA

           PERFORM 1000-INGRESAR-OPERADOR

           IF PURGA-PROCEDE
               PERFORM 1100-LEER-PARAMETRO
               PERFORM 7000-INICIAR-REPORTE
               PERFORM 2000-CARGAR-MESES
               PERFORM 3000-PURGAR-GENERACIONES
               PERFORM 6000-EMITIR-RESUMEN
               PERFORM 7900-CERRAR-REPORTE
           ELSE
               MOVE 'ER' TO WS-RUN-RESULTADO
           END-IF

           IF WS-CANT-ERRORES > 0
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
      *  LA PURGA LA EJECUTA SOLO UN OPERADOR CON ROL OP    *
      ******************************************************
       1000-INGRESAR-OPERADOR.

           MOVE 'AZARPUR'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           IF SEG-ACEPTADO
               MOVE 'AU'          TO SEG-ACCION
               MOVE 'OP'          TO SEG-ROLES-PERMITIDOS
               MOVE 'PURGA DE GENERACIONES' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF

           IF SEG-RECHAZADO
               DISPLAY 'PURGA NO AUTORIZADA.'
               SET PURGA-NO-PROCEDE TO TRUE
           END-IF.

      ******************************************************
      *  DIAS DE RETENCION Y FECHA DE CORTE: SE PURGA LO    *
      *  ANTERIOR A LA FECHA DE NEGOCIO MENOS LA RETENCION  *
      ******************************************************
       1100-LEER-PARAMETRO.

           OPEN INPUT PURGPARM-FILE

           IF WS-FS-PURGPARM NOT = '35'
               READ PURGPARM-FILE
                   NOT AT END
                       IF PUR-DIAS-RETENCION IS NUMERIC
                          AND PUR-DIAS-RETENCION >= WS-MIN-RETENCION
                           MOVE PUR-DIAS-RETENCION
                               TO WS-DIAS-RETENCION
                       END-IF
               END-READ
               CLOSE PURGPARM-FILE
           END-IF

           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEG)
               - WS-DIAS-RETENCION
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS).

      ******************************************************
      *  MESES CON AL MENOS UNA CONSOLIDACION DE AZARMES    *
      *  SIN EXCEPCIONES DE INTEGRIDAD                      *
      ******************************************************
       2000-CARGAR-MESES.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT CONSMES-FILE

           IF WS-FS-CONSMES = '35'
               MOVE SPACES TO WS-LINEA-REP
               STRING 'AVISO: NO EXISTE CONSMES.DAT, NINGUN MES ESTA '
                      'CONSOLIDADO.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               READ CONSMES-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF CONSM-EXC-INTEGRIDAD = 0
                       MOVE CONSM-ANIO-MES TO WS-MES-BUSCADO
                       PERFORM 2100-BUSCAR-MES
                       IF NOT MES-CONSOLIDADO-OK
                          AND WS-CANT-MESES < WS-MAX-MESES
                           ADD 1 TO WS-CANT-MESES
                           MOVE CONSM-ANIO-MES
                               TO MES-CONSOLIDADO(WS-CANT-MESES)
                       END-IF
                   END-IF
                   READ CONSMES-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CONSMES-FILE
           END-IF.

      ******************************************************
      *  BUSCA WS-MES-BUSCADO EN LA TABLA DE MESES          *
      ******************************************************
       2100-BUSCAR-MES.

           MOVE 'N' TO WS-FLAG-MES

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-MESES
                      OR MES-CONSOLIDADO-OK
               IF MES-CONSOLIDADO(WS-I) = WS-MES-BUSCADO
                   SET MES-CONSOLIDADO-OK TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************
      *  RECORRE EL CATALOGO EN ORDEN DE FECHA HASTA LA     *
      *  FECHA DE CORTE                                     *
      ******************************************************
       3000-PURGAR-GENERACIONES.

           MOVE WS-DIAS-RETENCION TO WP-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIAS DE RETENCION: ' WP-DIAS
                  '   SE PURGAN LAS GENERACIONES ANTERIORES AL '
                  WS-FECHA-CORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE 'N' TO WS-FLAG-FIN

           OPEN I-O CATALOGO-FILE

           IF WS-FS-CATALOGO = '35'
               MOVE SPACES TO WS-LINEA-REP
               STRING 'NO EXISTE EL CATALOGO DE GENERACIONES '
                      'CATARCH.IDX, NO HAY NADA QUE PURGAR.'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           ELSE
               MOVE LOW-VALUES TO CAT-CLAVE
               START CATALOGO-FILE KEY IS >= CAT-CLAVE
                   INVALID KEY SET FIN-ARCHIVO TO TRUE
               END-START

               IF NOT FIN-ARCHIVO
                   READ CATALOGO-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-IF

               PERFORM UNTIL FIN-ARCHIVO
                   IF CAT-FECHA-NEG >= WS-FECHA-CORTE
                       SET FIN-ARCHIVO TO TRUE
                   ELSE
                       ADD 1 TO WS-CANT-LEIDAS
                       ADD 1 TO WS-RUN-LEIDOS
                       IF CAT-VIGENTE
                           PERFORM 3100-PURGAR-ENTRADA
                       END-IF
                       READ CATALOGO-FILE NEXT RECORD
                           AT END SET FIN-ARCHIVO TO TRUE
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE CATALOGO-FILE
           END-IF.

      ******************************************************
      *  PURGA UNA GENERACION VENCIDA SI SU MES ESTA        *
      *  CONSOLIDADO, Y LA MARCA EN EL CATALOGO             *
      ******************************************************
       3100-PURGAR-ENTRADA.

           MOVE CAT-ANIO-MES TO WS-MES-BUSCADO
           PERFORM 2100-BUSCAR-MES

           IF NOT MES-CONSOLIDADO-OK
               ADD 1 TO WS-CANT-RECHAZADAS
               IF CAT-ANIO-MES NOT = WS-ULT-MES-RECHAZADO
                   MOVE CAT-ANIO-MES TO WS-ULT-MES-RECHAZADO
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'MES ' CAT-ANIO-MES
                          ' SIN CONSOLIDAR POR AZARMES SIN '
                          'EXCEPCIONES: NO SE PURGA.'
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 7100-GRABAR-LINEA
               END-IF
           ELSE
               MOVE SPACES TO WS-NOM-BORRAR
               MOVE CAT-NOM-ARCHIVO TO WS-NOM-BORRAR
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOM-BORRAR
                                                 WS-DATOS-ARCHIVO
               MOVE RETURN-CODE TO WS-RC-EXISTE
               MOVE 0 TO WS-RC-BORRAR
               IF WS-RC-EXISTE = 0
                   CALL 'CBL_DELETE_FILE' USING WS-NOM-BORRAR
                   MOVE RETURN-CODE TO WS-RC-BORRAR
               END-IF
               MOVE ZEROES TO RETURN-CODE
           END-IF

           IF MES-CONSOLIDADO-OK AND WS-RC-BORRAR NOT = 0
               ADD 1 TO WS-CANT-ERRORES
               MOVE SPACES TO WS-LINEA-REP
               STRING '*** ERROR AL BORRAR ' CAT-NOM-ARCHIVO
                      ' (SIGUE VIGENTE EN EL CATALOGO) ***'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA
           END-IF

           IF MES-CONSOLIDADO-OK AND WS-RC-BORRAR = 0
               MOVE 'P'          TO CAT-ESTADO
               MOVE WS-FECHA-NEG TO CAT-FECHA-PURGA

               REWRITE CAT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CANT-ERRORES
                       MOVE SPACES TO WS-LINEA-REP
                       STRING '*** ERROR AL MARCAR EN EL CATALOGO '
                              CAT-NOM-ARCHIVO ' ***'
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM 7100-GRABAR-LINEA
                   NOT INVALID KEY
                       PERFORM 3200-INFORMAR-PURGA
               END-REWRITE
           END-IF.

      ******************************************************
       3200-INFORMAR-PURGA.

           ADD 1 TO WS-CANT-PURGADAS
           MOVE SPACES TO WS-LINEA-REP

           IF WS-RC-EXISTE = 0
               STRING '  PURGADA ' CAT-NOM-ARCHIVO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               ADD 1 TO WS-CANT-NO-EXISTIA
               STRING '  PURGADA ' CAT-NOM-ARCHIVO
                      ' (EL ARCHIVO YA NO EXISTIA)'
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF

           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  TOTALES AL PIE DEL REPORTE Y POR PANTALLA          *
      ******************************************************
       6000-EMITIR-RESUMEN.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-LEIDAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ENTRADAS ANTERIORES AL CORTE:         ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-PURGADAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'GENERACIONES PURGADAS:                ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-NO-EXISTIA TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DE ELLAS YA INEXISTENTES:           ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           MOVE WS-CANT-RECHAZADAS TO WP-CANTIDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NO PURGADAS POR MES SIN CONSOLIDAR:   ' WP-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA

           DISPLAY '============================================='
           DISPLAY '  PURGA DE GENERACIONES - RESUMEN            '
           DISPLAY '============================================='
           DISPLAY 'FECHA DE CORTE:            ' WS-FECHA-CORTE
           MOVE WS-CANT-PURGADAS TO WP-CANTIDAD
           DISPLAY 'GENERACIONES PURGADAS:     ' WP-CANTIDAD
           MOVE WS-CANT-RECHAZADAS TO WP-CANTIDAD
           DISPLAY 'NO PURGADAS (MES ABIERTO): ' WP-CANTIDAD

           IF WS-CANT-ERRORES > 0
               MOVE WS-CANT-ERRORES TO WP-CANTIDAD
               DISPLAY '*** ERRORES AL BORRAR O MARCAR EN EL CATALOGO: '
                       WP-CANTIDAD ' ***'
           END-IF

           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.

      ******************************************************
      *  MANEJO DEL ARCHIVO DE REPORTE CON ENCABEZADO Y     *
      *  CORTE DE PAGINA                                    *
      ******************************************************
       7000-INICIAR-REPORTE.

           MOVE SPACES TO WS-NOM-REPORTE
           STRING 'PURG' WS-FECHA-NEG '.RPT'
               DELIMITED BY SIZE INTO WS-NOM-REPORTE
           SET ENVIRONMENT 'DD_PURGRPT' TO WS-NOM-REPORTE

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

           MOVE 'AZARPUR'       TO RUN-PROGRAMA
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

       END PROGRAM AZARPUR.
