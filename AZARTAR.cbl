      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Mantenimiento de la tabla de pagos de la casa con fecha de
      * vigencia (TARIFAS.DAT). Cada version lleva los multiplicadores
      * de pago para una partida ganada de 4, 5 y 6 digitos, el
      * multiplicador por acierto regular y la apuesta maxima, y rige
      * desde su fecha de vigencia hasta la vigencia de la version
      * siguiente. EJEAZAR1, EJEAZARL y AZARLIQ pagan con la version
      * vigente en la fecha de negocio; AZARCON, AZARCIE y AZARMES
      * verifican cada dia contra la version que rigio ese dia, asi
      * que un cambio de tarifas se programa aqui con anticipacion y
      * no requiere tocar los programas.
      * Permite listar las versiones (marcando la vigente), programar
      * una version nueva con vigencia posterior a la fecha de negocio
      * y anular una version programada que todavia no entro en
      * vigencia. Una version que ya rigio no se modifica ni se anula:
      * los dias ya jugados se verifican contra ella.
      * Lo opera solo un supervisor ingresado con su ID y clave
      * (rutina AZARSEG); cada version queda registrada con el
      * operador que la programo. Si el archivo no se puede regrabar
      * el cambio no se da por hecho y se avisa para revisarlo.
       PROGRAM-ID. AZARTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  TARIFAS-FILE.
           COPY "TARIFREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FLAG-MENU   PIC X VALUE 'N'.
               88 FIN-MENU          VALUE 'S'.

           01  WS-FS-TARIFAS  PIC XX.
           01  WS-FS-FECHANEG PIC XX.

           01  WS-FLAG-GRABACION PIC X.
               88 TARIFAS-GRABADAS    VALUE 'S'.
               88 TARIFAS-NO-GRABADAS VALUE 'N'.

      *****FECHA DE NEGOCIO Y OPERADOR *****

           01  WS-FECHA-NEG   PIC 9(08).
           01  WS-FECHA-ALTA  PIC 9(08).
           01  WS-OPERADOR    PIC X(10).

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

      *****VERSIONES DE LA TABLA DE PAGOS (EN ORDEN DE VIGENCIA) *****

           01  WS-MAX-TARIFAS    PIC 9(03) VALUE 100.
           01  WS-CANT-TARIFAS   PIC 9(03) VALUE 0.

           01  TABLA-TARIFAS.
               05 TARIFA-ENT OCCURS 100 TIMES.
                   10 TENT-VIGENCIA       PIC 9(08).
                   10 TENT-PAGO-ACIERTO   OCCURS 3 TIMES
                                          PIC 9(03)V99.
                   10 TENT-MULT-REGULAR   PIC 9V99.
                   10 TENT-APUESTA-MAXIMA PIC 9(05)V99.
                   10 TENT-FECHA-ALTA     PIC 9(08).
                   10 TENT-OPERADOR       PIC X(10).

           01  WS-POS-VIGENTE    PIC 9(03) VALUE 0.

      *****VERSION NUEVA INGRESADA POR EL OPERADOR *****

           01  WS-NUEVA-TARIFA.
               05 WS-NUE-VIGENCIA       PIC 9(08).
               05 WS-NUE-VIGENCIA-R REDEFINES WS-NUE-VIGENCIA.
                   10 WS-NUE-ANIO       PIC 9(04).
                   10 WS-NUE-MES        PIC 9(02).
                   10 WS-NUE-DIA        PIC 9(02).
               05 WS-NUE-PAGO-ACIERTO   OCCURS 3 TIMES
                                        PIC 9(03)V99.
               05 WS-NUE-MULT-REGULAR   PIC 9V99.
               05 WS-NUE-APUESTA-MAXIMA PIC 9(05)V99.

           01  WS-FLAG-VALIDA PIC X.
               88 VERSION-VALIDA    VALUE 'S'.
               88 VERSION-INVALIDA  VALUE 'N'.

      *****AUXILIARES ****

           01  WS-OPCION      PIC X.
           01  WS-CONFIRMA    PIC X.
           01  WS-I           PIC 9(03).
           01  WS-J           PIC 9(03).
           01  WS-K           PIC 9(01).
           01  WS-POS         PIC 9(03).
           01  WS-ENCONTRADO  PIC X.
               88 VERSION-ENCONTRADA VALUE 'S'.

      *****EDICION PARA PANTALLA (DECIMAL-POINT IS COMMA) ***

           01  WP-MULT-1      PIC ZZ9,99.
           01  WP-MULT-2      PIC ZZ9,99.
           01  WP-MULT-3      PIC ZZ9,99.
           01  WP-REGULAR     PIC 9,99.
           01  WP-APUESTA-MAX PIC Z(04)9,99.
           01  WP-ESTADO      PIC X(10).

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1050-INGRESAR-OPERADOR

           IF SEG-ACEPTADO
               PERFORM 1100-CARGAR-TARIFAS
               PERFORM 2000-MENU UNTIL FIN-MENU
           ELSE
               DISPLAY 'NO SE PUEDE OPERAR SIN INGRESAR AL '
                       'SISTEMA.'
           END-IF

           STOP RUN.

      ******************************************************
      *  FECHA DE NEGOCIO VIGENTE (FECHA DEL SISTEMA SI EL  *
      *  CONTROL TODAVIA NO EXISTE)                         *
      ******************************************************
       1000-LEER-FECHA-NEGOCIO.

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
           END-IF

           MOVE 'AZARTAR'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG.

      ******************************************************
      *  INGRESO DEL OPERADOR: SOLO ROL SUPERVISOR          *
      ******************************************************
       1050-INGRESAR-OPERADOR.

           MOVE 'IN' TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR

           IF SEG-ACEPTADO
               MOVE 'AU'         TO SEG-ACCION
               MOVE 'SU'         TO SEG-ROLES-PERMITIDOS
               MOVE 'MANTENIMIENTO DE TABLA DE PAGOS' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF.

      ******************************************************
      *  CARGA TODAS LAS VERSIONES DE LA TABLA DE PAGOS     *
      *  (EL ARCHIVO SE MANTIENE EN ORDEN DE VIGENCIA)      *
      ******************************************************
       1100-CARGAR-TARIFAS.

           MOVE 0 TO WS-CANT-TARIFAS
           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT TARIFAS-FILE

           IF WS-FS-TARIFAS = '35'
               DISPLAY 'NO EXISTE TARIFAS.DAT: RIGE LA TABLA '
                       'HISTORICA DE LA CASA.'
           ELSE
               READ TARIFAS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF WS-CANT-TARIFAS < WS-MAX-TARIFAS
                       ADD 1 TO WS-CANT-TARIFAS
                       MOVE TAR-RECORD TO TARIFA-ENT(WS-CANT-TARIFAS)
                   ELSE
                       DISPLAY 'TABLA DE VERSIONES LLENA, SE OMITE: '
                               TAR-VIGENCIA
                   END-IF
                   READ TARIFAS-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TARIFAS-FILE
           END-IF.

      ******************************************************
      *  MENU PRINCIPAL                                     *
      ******************************************************
       2000-MENU.

           DISPLAY '========== TABLA DE PAGOS DE LA CASA =========='
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-NEG
           DISPLAY '  1 - LISTAR VERSIONES'
           DISPLAY '  2 - PROGRAMAR UNA VERSION NUEVA'
           DISPLAY '  3 - ANULAR UNA VERSION PROGRAMADA'
           DISPLAY '  9 - SALIR'
           DISPLAY 'INGRESE LA OPCION: '
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1' PERFORM 3000-LISTAR-VERSIONES
               WHEN '2' PERFORM 4000-PROGRAMAR-VERSION
               WHEN '3' PERFORM 5000-ANULAR-VERSION
               WHEN '9' SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      ******************************************************
      *  LISTA LAS VERSIONES MARCANDO LA VIGENTE EN LA      *
      *  FECHA DE NEGOCIO, LAS YA REEMPLAZADAS Y LAS        *
      *  PROGRAMADAS A FUTURO                               *
      ******************************************************
       3000-LISTAR-VERSIONES.

           PERFORM 3050-BUSCAR-VIGENTE

           IF WS-POS-VIGENTE = 0
               DISPLAY 'SIN VERSION VIGENTE AL ' WS-FECHA-NEG
                       ': RIGE LA TABLA HISTORICA DE LA CASA '
                       '(5,00 / 8,00 / 12,00 - REG. 0,10 - '
                       'MAX. 5000,00).'
           END-IF

           IF WS-CANT-TARIFAS = 0
               DISPLAY 'NO HAY VERSIONES CARGADAS.'
           ELSE
               DISPLAY 'VIGENCIA  4 DIG.  5 DIG.  6 DIG.  REG.  '
                       'AP. MAXIMA  ESTADO     ALTA     OPERADOR'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CANT-TARIFAS
                   PERFORM 3100-MOSTRAR-VERSION
               END-PERFORM
           END-IF.

      ******************************************************
      *  POSICION DE LA VERSION VIGENTE EN LA FECHA DE      *
      *  NEGOCIO (CERO SI NINGUNA RIGE TODAVIA)             *
      ******************************************************
       3050-BUSCAR-VIGENTE.

           MOVE 0 TO WS-POS-VIGENTE

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TARIFAS
               IF TENT-VIGENCIA(WS-I) <= WS-FECHA-NEG
                   MOVE WS-I TO WS-POS-VIGENTE
               END-IF
           END-PERFORM.

      ******************************************************
       3100-MOSTRAR-VERSION.

           MOVE TENT-PAGO-ACIERTO(WS-I, 1) TO WP-MULT-1
           MOVE TENT-PAGO-ACIERTO(WS-I, 2) TO WP-MULT-2
           MOVE TENT-PAGO-ACIERTO(WS-I, 3) TO WP-MULT-3
           MOVE TENT-MULT-REGULAR(WS-I)    TO WP-REGULAR
           MOVE TENT-APUESTA-MAXIMA(WS-I)  TO WP-APUESTA-MAX

           EVALUATE TRUE
               WHEN WS-I = WS-POS-VIGENTE
                   MOVE 'VIGENTE   ' TO WP-ESTADO
               WHEN TENT-VIGENCIA(WS-I) > WS-FECHA-NEG
                   MOVE 'PROGRAMADA' TO WP-ESTADO
               WHEN OTHER
                   MOVE 'REEMPLAZ. ' TO WP-ESTADO
           END-EVALUATE

           DISPLAY TENT-VIGENCIA(WS-I) '  ' WP-MULT-1 '  ' WP-MULT-2
                   '  ' WP-MULT-3 '  ' WP-REGULAR '  ' WP-APUESTA-MAX
                   '  ' WP-ESTADO ' ' TENT-FECHA-ALTA(WS-I) ' '
                   TENT-OPERADOR(WS-I).

      ******************************************************
      *  PROGRAMA UNA VERSION NUEVA: LA VIGENCIA DEBE SER   *
      *  POSTERIOR A LA FECHA DE NEGOCIO (EL DIA ABIERTO YA *
      *  SE ESTA PAGANDO CON LA VERSION VIGENTE) Y NO PUEDE *
      *  REPETIR LA VIGENCIA DE OTRA VERSION                *
      ******************************************************
       4000-PROGRAMAR-VERSION.

           SET VERSION-VALIDA TO TRUE

           IF WS-CANT-TARIFAS >= WS-MAX-TARIFAS
               DISPLAY 'LA TABLA DE VERSIONES ESTA LLENA. AVISE A '
                       'SISTEMAS.'
               SET VERSION-INVALIDA TO TRUE
           END-IF

           IF VERSION-VALIDA
               PERFORM 4100-PEDIR-VIGENCIA
           END-IF

           IF VERSION-VALIDA
               PERFORM 4200-PEDIR-VALORES
           END-IF

           IF VERSION-VALIDA
               MOVE WS-NUE-PAGO-ACIERTO(1) TO WP-MULT-1
               MOVE WS-NUE-PAGO-ACIERTO(2) TO WP-MULT-2
               MOVE WS-NUE-PAGO-ACIERTO(3) TO WP-MULT-3
               MOVE WS-NUE-MULT-REGULAR    TO WP-REGULAR
               MOVE WS-NUE-APUESTA-MAXIMA  TO WP-APUESTA-MAX
               DISPLAY 'VERSION A PROGRAMAR - VIGENCIA: '
                       WS-NUE-VIGENCIA
               DISPLAY '  4 DIGITOS: ' WP-MULT-1
                       '  5 DIGITOS: ' WP-MULT-2
                       '  6 DIGITOS: ' WP-MULT-3
               DISPLAY '  REGULAR: ' WP-REGULAR
                       '  APUESTA MAXIMA: ' WP-APUESTA-MAX
               DISPLAY 'CONFIRMA LA VERSION (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM 4300-INSERTAR-VERSION
                   PERFORM 6000-GRABAR-TARIFAS
                   IF TARIFAS-GRABADAS
                       DISPLAY 'VERSION PROGRAMADA CON VIGENCIA '
                               WS-NUE-VIGENCIA '.'
                   END-IF
               ELSE
                   DISPLAY 'VERSION NO PROGRAMADA.'
               END-IF
           END-IF.

      ******************************************************
       4100-PEDIR-VIGENCIA.

           DISPLAY 'FECHA DE VIGENCIA DE LA VERSION (AAAAMMDD): '
           MOVE ZEROES TO WS-NUE-VIGENCIA
           ACCEPT WS-NUE-VIGENCIA

           IF WS-NUE-VIGENCIA NOT NUMERIC
              OR WS-NUE-MES < 1 OR WS-NUE-MES > 12
              OR WS-NUE-DIA < 1 OR WS-NUE-DIA > 31
               DISPLAY 'FECHA INVALIDA.'
               SET VERSION-INVALIDA TO TRUE
           ELSE
               IF WS-NUE-VIGENCIA <= WS-FECHA-NEG
                   DISPLAY 'LA VIGENCIA DEBE SER POSTERIOR A LA FECHA '
                           'DE NEGOCIO ' WS-FECHA-NEG '.'
                   SET VERSION-INVALIDA TO TRUE
               ELSE
                   PERFORM 4150-BUSCAR-VIGENCIA
                   IF VERSION-ENCONTRADA
                       DISPLAY 'YA HAY UNA VERSION CON ESA VIGENCIA. '
                               'ANULELA PRIMERO.'
                       SET VERSION-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  BUSCA UNA VERSION CON LA VIGENCIA INGRESADA        *
      ******************************************************
       4150-BUSCAR-VIGENCIA.

           MOVE 'N' TO WS-ENCONTRADO
           MOVE 0 TO WS-POS

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TARIFAS
                      OR VERSION-ENCONTRADA
               IF TENT-VIGENCIA(WS-I) = WS-NUE-VIGENCIA
                   SET VERSION-ENCONTRADA TO TRUE
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.

      ******************************************************
      *  PIDE LOS VALORES DE LA VERSION: MULTIPLICADORES    *
      *  POR DIFICULTAD, REGULAR Y APUESTA MAXIMA           *
      ******************************************************
       4200-PEDIR-VALORES.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 3 OR VERSION-INVALIDA
               DISPLAY 'MULTIPLICADOR DE PARTIDA GANADA DE '
                       WS-K ' (1=4, 2=5, 3=6 DIGITOS): '
               MOVE ZEROES TO WS-NUE-PAGO-ACIERTO(WS-K)
               ACCEPT WS-NUE-PAGO-ACIERTO(WS-K)
               IF WS-NUE-PAGO-ACIERTO(WS-K) NOT NUMERIC
                  OR WS-NUE-PAGO-ACIERTO(WS-K) = 0
                   DISPLAY 'MULTIPLICADOR INVALIDO.'
                   SET VERSION-INVALIDA TO TRUE
               END-IF
           END-PERFORM

           IF VERSION-VALIDA
               DISPLAY 'MULTIPLICADOR POR ACIERTO REGULAR: '
               MOVE ZEROES TO WS-NUE-MULT-REGULAR
               ACCEPT WS-NUE-MULT-REGULAR
               IF WS-NUE-MULT-REGULAR NOT NUMERIC
                   DISPLAY 'MULTIPLICADOR INVALIDO.'
                   SET VERSION-INVALIDA TO TRUE
               END-IF
           END-IF

           IF VERSION-VALIDA
               DISPLAY 'APUESTA MAXIMA: '
               MOVE ZEROES TO WS-NUE-APUESTA-MAXIMA
               ACCEPT WS-NUE-APUESTA-MAXIMA
               IF WS-NUE-APUESTA-MAXIMA NOT NUMERIC
                  OR WS-NUE-APUESTA-MAXIMA = 0
                   DISPLAY 'IMPORTE INVALIDO.'
                   SET VERSION-INVALIDA TO TRUE
               END-IF
           END-IF

           IF VERSION-INVALIDA
               DISPLAY 'VERSION NO PROGRAMADA.'
           END-IF.

      ******************************************************
      *  INSERTA LA VERSION NUEVA EN SU LUGAR POR ORDEN DE  *
      *  VIGENCIA, CORRIENDO LAS POSTERIORES                *
      ******************************************************
       4300-INSERTAR-VERSION.

           MOVE WS-CANT-TARIFAS TO WS-POS
           ADD 1 TO WS-POS

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TARIFAS
               IF TENT-VIGENCIA(WS-I) > WS-NUE-VIGENCIA
                  AND WS-POS > WS-CANT-TARIFAS
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-J FROM WS-CANT-TARIFAS BY -1
                   UNTIL WS-J < WS-POS
               MOVE TARIFA-ENT(WS-J) TO TARIFA-ENT(WS-J + 1)
           END-PERFORM

           ADD 1 TO WS-CANT-TARIFAS

           ACCEPT WS-FECHA-ALTA FROM DATE YYYYMMDD

           MOVE WS-NUE-VIGENCIA TO TENT-VIGENCIA(WS-POS)
           MOVE WS-NUE-PAGO-ACIERTO(1) TO TENT-PAGO-ACIERTO(WS-POS, 1)
           MOVE WS-NUE-PAGO-ACIERTO(2) TO TENT-PAGO-ACIERTO(WS-POS, 2)
           MOVE WS-NUE-PAGO-ACIERTO(3) TO TENT-PAGO-ACIERTO(WS-POS, 3)
           MOVE WS-NUE-MULT-REGULAR   TO TENT-MULT-REGULAR(WS-POS)
           MOVE WS-NUE-APUESTA-MAXIMA TO TENT-APUESTA-MAXIMA(WS-POS)
           MOVE WS-FECHA-ALTA         TO TENT-FECHA-ALTA(WS-POS)
           MOVE WS-OPERADOR           TO TENT-OPERADOR(WS-POS).

      ******************************************************
      *  ANULA UNA VERSION PROGRAMADA QUE TODAVIA NO ENTRO  *
      *  EN VIGENCIA                                        *
      ******************************************************
       5000-ANULAR-VERSION.

           DISPLAY 'FECHA DE VIGENCIA DE LA VERSION A ANULAR '
                   '(AAAAMMDD): '
           MOVE ZEROES TO WS-NUE-VIGENCIA
           ACCEPT WS-NUE-VIGENCIA

           PERFORM 4150-BUSCAR-VIGENCIA

           IF NOT VERSION-ENCONTRADA
               DISPLAY 'NO HAY UNA VERSION CON ESA VIGENCIA.'
           ELSE
               IF TENT-VIGENCIA(WS-POS) <= WS-FECHA-NEG
                   DISPLAY 'LA VERSION YA RIGIO Y NO SE PUEDE ANULAR.'
               ELSE
                   DISPLAY 'CONFIRMA LA ANULACION (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM VARYING WS-J FROM WS-POS BY 1
                               UNTIL WS-J >= WS-CANT-TARIFAS
                           MOVE TARIFA-ENT(WS-J + 1)
                               TO TARIFA-ENT(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-CANT-TARIFAS
                       PERFORM 6000-GRABAR-TARIFAS
                       IF TARIFAS-GRABADAS
                           DISPLAY 'VERSION ANULADA.'
                       END-IF
                   ELSE
                       DISPLAY 'VERSION NO ANULADA.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  REGRABA EL ARCHIVO COMPLETO EN ORDEN DE VIGENCIA.  *
      *  SI NO SE PUEDE ABRIR O GRABAR SE AVISA Y SE        *
      *  TERMINA EL MANTENIMIENTO: EL ARCHIVO DEBE          *
      *  REVISARSE ANTES DE QUE LOS JUEGOS PAGUEN CON EL    *
      ******************************************************
       6000-GRABAR-TARIFAS.

           SET TARIFAS-GRABADAS TO TRUE

           OPEN OUTPUT TARIFAS-FILE

           IF WS-FS-TARIFAS NOT = '00'
               DISPLAY 'ERROR AL ABRIR TARIFAS.DAT: ' WS-FS-TARIFAS
               SET TARIFAS-NO-GRABADAS TO TRUE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CANT-TARIFAS
                          OR TARIFAS-NO-GRABADAS
                   MOVE TARIFA-ENT(WS-I) TO TAR-RECORD
                   WRITE TAR-RECORD
                   IF WS-FS-TARIFAS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR TARIFAS.DAT: '
                               WS-FS-TARIFAS ' VIGENCIA '
                               TENT-VIGENCIA(WS-I)
                       SET TARIFAS-NO-GRABADAS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF

           IF TARIFAS-NO-GRABADAS
               DISPLAY 'EL CAMBIO NO QUEDO GRABADO. TARIFAS.DAT '
                       'PUEDE HABER QUEDADO INCOMPLETO: AVISE A '
                       'SISTEMAS ANTES DE SEGUIR JUGANDO.'
               SET FIN-MENU TO TRUE
           END-IF.

       END PROGRAM AZARTAR.
