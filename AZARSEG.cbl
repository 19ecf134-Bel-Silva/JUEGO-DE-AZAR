      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Rutina de seguridad de los programas operativos. La llaman
      * AZARCTA, AZARCAJ, AZARLIQ, AZARCIE, AZARCAS, AZAROPE, AZARPUR,
      * AZARTAR y AZARAJU (que la usa tambien para el ingreso del
      * supervisor que aprueba cada ajuste) con el area de
      * comunicacion SEGAREA:
      *   - ingreso ('IN'): pide el ID y la clave del operador y los
      *     valida contra el maestro de operadores (OPERADOR.IDX);
      *     el operador debe existir, estar activo y la clave debe
      *     coincidir. Da hasta tres intentos y devuelve el operador
      *     y su rol;
      *   - autorizacion ('AU'): acepta la funcion solo si el rol del
      *     operador ingresado esta entre los roles permitidos que
      *     indica el programa;
      *   - registro ('RG'): asienta en el registro de accesos el
      *     evento que le pasa el programa (altas, bajas y
      *     rehabilitaciones de operadores de AZAROPE).
      * Cada ingreso aceptado, intento fallido y funcion denegada
      * queda en el registro de accesos (ACCESOS.DAT) con la fecha de
      * negocio, fecha y hora reales, programa y operador.
       PROGRAM-ID. AZARSEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCESOS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERADOR-FILE.
           COPY "OPERREC.cpy".

       FD  ACCESOS-FILE.
           COPY "ACCEREC.cpy".

       WORKING-STORAGE SECTION.

           01  WS-FS-OPERADOR PIC XX.
           01  WS-FS-ACCESOS  PIC XX.

      *****INGRESO DEL OPERADOR *****

           01  WS-MAX-INTENTOS PIC 9(01) VALUE 3.
           01  WS-INTENTOS     PIC 9(01).
           01  WS-CLAVE        PIC X(10).

           01  WS-ACC-EVENTO   PIC X(02).
           01  WS-ACC-DETALLE  PIC X(40).
           01  WS-FECHA-ACC    PIC 9(08).
           01  WS-HORA-ACC     PIC 9(08).

      *****ROLES PERMITIDOS PARA LA FUNCION *****

           01  WS-ROLES.
               05 WS-ROL-PERMITIDO OCCURS 4 TIMES PIC X(02).

           01  WS-IDX-ROL      PIC 9(01).

       LINKAGE SECTION.

           COPY "SEGAREA.cpy".

       PROCEDURE DIVISION USING AREA-SEGURIDAD.

      ***************************************
      *    CUERPO PRINCIPAL DE LA RUTINA    *
      ***************************************

       MAIN-PROCEDURE.

           MOVE 'ER' TO SEG-RESULTADO

           EVALUATE TRUE
               WHEN SEG-INGRESAR
                   PERFORM 1000-INGRESAR-OPERADOR
               WHEN SEG-AUTORIZAR
                   PERFORM 2000-AUTORIZAR-FUNCION
               WHEN SEG-REGISTRAR
                   MOVE SEG-EVENTO  TO WS-ACC-EVENTO
                   MOVE SEG-FUNCION TO WS-ACC-DETALLE
                   PERFORM 9000-GRABAR-ACCESO
                   MOVE 'OK' TO SEG-RESULTADO
               WHEN OTHER
                   DISPLAY 'AZARSEG: ACCION DESCONOCIDA: ' SEG-ACCION
           END-EVALUATE

           GOBACK.

      ******************************************************
      *  PIDE EL ID Y LA CLAVE DEL OPERADOR Y LOS VALIDA    *
      *  CONTRA EL MAESTRO DE OPERADORES (HASTA TRES        *
      *  INTENTOS)                                          *
      ******************************************************
       1000-INGRESAR-OPERADOR.

           MOVE SPACES TO SEG-ROL

           OPEN I-O OPERADOR-FILE

           IF WS-FS-OPERADOR = '35'
               DISPLAY 'NO EXISTE OPERADOR.IDX. DE DE ALTA LOS '
                       'OPERADORES CON AZAROPE.'
           ELSE
               MOVE ZEROES TO WS-INTENTOS
               PERFORM 1100-PEDIR-CREDENCIALES
                   UNTIL SEG-ACEPTADO
                      OR WS-INTENTOS >= WS-MAX-INTENTOS
               CLOSE OPERADOR-FILE
               IF SEG-RECHAZADO
                   DISPLAY 'INGRESO RECHAZADO: SE AGOTARON LOS '
                           'INTENTOS.'
               END-IF
           END-IF.

      ******************************************************
       1100-PEDIR-CREDENCIALES.

           ADD 1 TO WS-INTENTOS

           DISPLAY 'INGRESE EL ID DEL OPERADOR: '
           ACCEPT SEG-OPERADOR
           DISPLAY 'INGRESE LA CLAVE: '
           ACCEPT WS-CLAVE

           MOVE SEG-OPERADOR TO OPER-ID

           READ OPERADOR-FILE
               INVALID KEY
                   MOVE 'OPERADOR INEXISTENTE' TO WS-ACC-DETALLE
                   PERFORM 1200-REGISTRAR-FALLIDO
               NOT INVALID KEY
                   PERFORM 1300-VALIDAR-OPERADOR
           END-READ.

      ******************************************************
       1200-REGISTRAR-FALLIDO.

           MOVE 'FA' TO WS-ACC-EVENTO
           PERFORM 9000-GRABAR-ACCESO

           DISPLAY 'ID DE OPERADOR O CLAVE INCORRECTOS.'.

      ******************************************************
      *  EL OPERADOR DEBE ESTAR ACTIVO Y LA CLAVE COINCIDIR *
      ******************************************************
       1300-VALIDAR-OPERADOR.

           EVALUATE TRUE
               WHEN NOT OPER-ACTIVO
                   MOVE 'OPERADOR INHABILITADO' TO WS-ACC-DETALLE
                   PERFORM 1200-REGISTRAR-FALLIDO
               WHEN OPER-CLAVE NOT = WS-CLAVE
                   MOVE 'CLAVE INCORRECTA' TO WS-ACC-DETALLE
                   PERFORM 1200-REGISTRAR-FALLIDO
               WHEN OTHER
                   MOVE 'OK' TO SEG-RESULTADO
                   MOVE OPER-ROL TO SEG-ROL
                   MOVE SEG-FECHA-NEG TO OPER-ULTIMO-INGRESO
                   REWRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL OPERADOR: '
                                   WS-FS-OPERADOR
                   END-REWRITE
                   MOVE 'IN' TO WS-ACC-EVENTO
                   MOVE OPER-NOMBRE TO WS-ACC-DETALLE
                   PERFORM 9000-GRABAR-ACCESO
                   DISPLAY 'BIENVENIDO ' OPER-NOMBRE ' (ROL '
                           OPER-ROL ').'
           END-EVALUATE.

      ******************************************************
      *  ACEPTA LA FUNCION SI EL ROL DEL OPERADOR ESTA      *
      *  ENTRE LOS PERMITIDOS; SI NO, LA DENIEGA Y LO DEJA  *
      *  ASENTADO                                           *
      ******************************************************
       2000-AUTORIZAR-FUNCION.

           MOVE SEG-ROLES-PERMITIDOS TO WS-ROLES

           PERFORM VARYING WS-IDX-ROL FROM 1 BY 1
                   UNTIL WS-IDX-ROL > 4 OR SEG-ACEPTADO
               IF WS-ROL-PERMITIDO(WS-IDX-ROL) NOT = SPACES
                  AND WS-ROL-PERMITIDO(WS-IDX-ROL) = SEG-ROL
                   MOVE 'OK' TO SEG-RESULTADO
               END-IF
           END-PERFORM

           IF SEG-RECHAZADO
               MOVE 'DE' TO WS-ACC-EVENTO
               MOVE SEG-FUNCION TO WS-ACC-DETALLE
               PERFORM 9000-GRABAR-ACCESO
               DISPLAY 'FUNCION NO PERMITIDA PARA EL ROL ' SEG-ROL
                       ': ' SEG-FUNCION
           END-IF.

      ******************************************************
      *  AGREGA LA LINEA DEL EVENTO AL REGISTRO DE ACCESOS  *
      ******************************************************
       9000-GRABAR-ACCESO.

           ACCEPT WS-FECHA-ACC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACC  FROM TIME

           MOVE SEG-FECHA-NEG TO ACC-FECHA-NEG
           MOVE WS-FECHA-ACC  TO ACC-FECHA
           MOVE WS-HORA-ACC   TO ACC-HORA
           MOVE SEG-PROGRAMA  TO ACC-PROGRAMA
           MOVE SEG-OPERADOR  TO ACC-OPERADOR
           MOVE WS-ACC-EVENTO TO ACC-EVENTO
           MOVE WS-ACC-DETALLE TO ACC-DETALLE

           OPEN EXTEND ACCESOS-FILE

           IF WS-FS-ACCESOS = '35'
               OPEN OUTPUT ACCESOS-FILE
           END-IF

           WRITE ACC-RECORD
           CLOSE ACCESOS-FILE.

       END PROGRAM AZARSEG.
