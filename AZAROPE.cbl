      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Mantenimiento del maestro de operadores (OPERADOR.IDX): alta
      * de operadores con su nombre, rol (cajero 'CA', supervisor
      * 'SU', cumplimiento 'CU' u operaciones 'OP') y clave inicial,
      * inhabilitacion y rehabilitacion, blanqueo de clave y listado.
      * Lo opera solo un operador con rol de operaciones ingresado con
      * su ID y clave (rutina AZARSEG). Con el maestro vacio (primer
      * uso) el programa pide directamente el alta del primer operador
      * de operaciones, que despues da de alta al resto.
      * Cada alta, inhabilitacion, rehabilitacion y blanqueo queda en
      * el registro de accesos (ACCESOS.DAT) con el operador que lo
      * hizo.
       PROGRAM-ID. AZAROPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERADOR-FILE.
           COPY "OPERREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FLAG-MENU   PIC X VALUE 'N'.
               88 FIN-MENU          VALUE 'S'.

           01  WS-FS-OPERADOR PIC XX.
           01  WS-FS-FECHANEG PIC XX.

      *****FECHA DE NEGOCIO Y OPERADOR INGRESADO *****

           01  WS-FECHA-NEG   PIC 9(08).
           01  WS-OPERADOR    PIC X(10).

           01  WS-FLAG-MAESTRO PIC X.
               88 MAESTRO-VACIO      VALUE 'S'.
               88 MAESTRO-CON-DATOS  VALUE 'N'.

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

           01  WS-ENCONTRADO  PIC X.
               88 OPERADOR-ENCONTRADO VALUE 'S'.

      *****DATOS DEL OPERADOR A MANTENER *****

           01  WS-OPER-ID     PIC X(10).
           01  WS-NOMBRE      PIC X(30).
           01  WS-ROL         PIC X(02).
           01  WS-CLAVE       PIC X(10).
           01  WS-CLAVE-2     PIC X(10).

      *****AUXILIARES ****

           01  WS-OPCION      PIC X.
           01  WS-CONFIRMA    PIC X.
           01  WS-CANT-LISTADOS PIC 9(05).
           01  WS-FLAG-CLAVE  PIC X.
               88 CLAVE-VALIDA       VALUE 'S'.

           01  WP-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1100-ABRIR-OPERADORES

           PERFORM 1200-VERIFICAR-MAESTRO

           IF MAESTRO-VACIO
               PERFORM 1300-ALTA-INICIAL
               CLOSE OPERADOR-FILE
           ELSE
               CLOSE OPERADOR-FILE
               PERFORM 1050-INGRESAR-OPERADOR
               IF SEG-ACEPTADO
                   PERFORM 1100-ABRIR-OPERADORES
                   PERFORM 2000-MENU UNTIL FIN-MENU
                   CLOSE OPERADOR-FILE
               ELSE
                   DISPLAY 'NO SE PUEDE OPERAR SIN INGRESAR AL '
                           'SISTEMA.'
               END-IF
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

           MOVE 'AZAROPE'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG.

      ******************************************************
      *  INGRESO DEL OPERADOR: SOLO ROL OPERACIONES         *
      ******************************************************
       1050-INGRESAR-OPERADOR.

           MOVE 'IN' TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR

           IF SEG-ACEPTADO
               MOVE 'AU'         TO SEG-ACCION
               MOVE 'OP'         TO SEG-ROLES-PERMITIDOS
               MOVE 'MANTENIMIENTO DE OPERADORES' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF.

      ******************************************************
      *  ABRE EL MAESTRO DE OPERADORES (SE CREA VACIO EN EL *
      *  PRIMER USO)                                        *
      ******************************************************
       1100-ABRIR-OPERADORES.

           OPEN I-O OPERADOR-FILE

           IF WS-FS-OPERADOR = '35'
               OPEN OUTPUT OPERADOR-FILE
               CLOSE OPERADOR-FILE
               OPEN I-O OPERADOR-FILE
           END-IF.

      ******************************************************
      *  EL MAESTRO ESTA VACIO SI NO HAY NINGUN OPERADOR    *
      ******************************************************
       1200-VERIFICAR-MAESTRO.

           SET MAESTRO-CON-DATOS TO TRUE

           MOVE LOW-VALUES TO OPER-ID
           START OPERADOR-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET MAESTRO-VACIO TO TRUE
           END-START.

      ******************************************************
      *  PRIMER USO: ALTA DEL PRIMER OPERADOR, SIEMPRE CON  *
      *  ROL DE OPERACIONES                                 *
      ******************************************************
       1300-ALTA-INICIAL.

           DISPLAY 'EL MAESTRO DE OPERADORES ESTA VACIO. SE DA DE '
                   'ALTA EL PRIMER OPERADOR (ROL OPERACIONES).'

           DISPLAY 'INGRESE EL ID DEL OPERADOR: '
           ACCEPT WS-OPER-ID

           IF WS-OPER-ID = SPACES
               DISPLAY 'ID INVALIDO, NO SE DA DE ALTA.'
           ELSE
               MOVE WS-OPER-ID TO WS-OPERADOR
               MOVE 'OP' TO WS-ROL
               PERFORM 3100-PEDIR-DATOS
               IF CLAVE-VALIDA
                   PERFORM 3200-GRABAR-ALTA
               END-IF
           END-IF.

      ******************************************************
      *  MENU PRINCIPAL                                     *
      ******************************************************
       2000-MENU.

           DISPLAY '========= MANTENIMIENTO DE OPERADORES ========='
           DISPLAY '  OPERADOR: ' WS-OPERADOR
                   '  FECHA DE NEGOCIO: ' WS-FECHA-NEG
           DISPLAY '  1 - ALTA DE OPERADOR'
           DISPLAY '  2 - INHABILITAR OPERADOR'
           DISPLAY '  3 - REHABILITAR OPERADOR'
           DISPLAY '  4 - BLANQUEAR CLAVE'
           DISPLAY '  5 - LISTAR OPERADORES'
           DISPLAY '  9 - SALIR'
           DISPLAY 'INGRESE LA OPCION: '
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1' PERFORM 3000-ALTA-OPERADOR
               WHEN '2' PERFORM 4000-INHABILITAR-OPERADOR
               WHEN '3' PERFORM 4500-REHABILITAR-OPERADOR
               WHEN '4' PERFORM 5000-BLANQUEAR-CLAVE
               WHEN '5' PERFORM 6000-LISTAR-OPERADORES
               WHEN '9' SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      ******************************************************
      *  PIDE EL ID DEL OPERADOR Y LO LEE POR SU CLAVE      *
      ******************************************************
       2100-BUSCAR-OPERADOR.

           MOVE 'N' TO WS-ENCONTRADO

           DISPLAY 'INGRESE EL ID DEL OPERADOR: '
           ACCEPT WS-OPER-ID

           MOVE WS-OPER-ID TO OPER-ID

           READ OPERADOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPERADOR-ENCONTRADO TO TRUE
           END-READ.

      ******************************************************
      *  ALTA DE UN OPERADOR NUEVO                          *
      ******************************************************
       3000-ALTA-OPERADOR.

           PERFORM 2100-BUSCAR-OPERADOR

           IF OPERADOR-ENCONTRADO
               DISPLAY 'EL OPERADOR YA EXISTE.'
           ELSE
               IF WS-OPER-ID = SPACES
                   DISPLAY 'ID INVALIDO, NO SE DA DE ALTA.'
               ELSE
                   DISPLAY 'ROL (CA=CAJERO SU=SUPERVISOR '
                           'CU=CUMPLIMIENTO OP=OPERACIONES): '
                   ACCEPT WS-ROL
                   MOVE WS-ROL TO OPER-ROL
                   IF NOT OPER-ROL-VALIDO
                       DISPLAY 'ROL INVALIDO, NO SE DA DE ALTA.'
                   ELSE
                       PERFORM 3100-PEDIR-DATOS
                       IF CLAVE-VALIDA
                           PERFORM 3200-GRABAR-ALTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  NOMBRE Y CLAVE INICIAL (SE PIDE DOS VECES)         *
      ******************************************************
       3100-PEDIR-DATOS.

           DISPLAY 'NOMBRE DEL OPERADOR: '
           ACCEPT WS-NOMBRE

           PERFORM 3150-PEDIR-CLAVE.

      ******************************************************
       3150-PEDIR-CLAVE.

           MOVE 'N' TO WS-FLAG-CLAVE

           DISPLAY 'CLAVE: '
           ACCEPT WS-CLAVE
           DISPLAY 'REPITA LA CLAVE: '
           ACCEPT WS-CLAVE-2

           EVALUATE TRUE
               WHEN WS-CLAVE = SPACES
                   DISPLAY 'LA CLAVE NO PUEDE QUEDAR EN BLANCO.'
               WHEN WS-CLAVE NOT = WS-CLAVE-2
                   DISPLAY 'LAS CLAVES NO COINCIDEN.'
               WHEN OTHER
                   SET CLAVE-VALIDA TO TRUE
           END-EVALUATE.

      ******************************************************
       3200-GRABAR-ALTA.

           MOVE WS-OPER-ID   TO OPER-ID
           MOVE WS-NOMBRE    TO OPER-NOMBRE
           MOVE WS-CLAVE     TO OPER-CLAVE
           MOVE WS-ROL       TO OPER-ROL
           SET OPER-ACTIVO TO TRUE
           MOVE WS-FECHA-NEG TO OPER-FECHA-ALTA
           MOVE WS-FECHA-NEG TO OPER-FECHA-CLAVE
           MOVE ZEROES       TO OPER-FECHA-BAJA
                                OPER-ULTIMO-INGRESO

           WRITE OPER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL OPERADOR: '
                           WS-FS-OPERADOR
               NOT INVALID KEY
                   DISPLAY 'OPERADOR ' OPER-ID ' DADO DE ALTA CON '
                           'ROL ' OPER-ROL '.'
                   MOVE 'AL' TO SEG-EVENTO
                   MOVE SPACES TO SEG-FUNCION
                   STRING 'ALTA DE ' OPER-ID ' ROL ' OPER-ROL
                       DELIMITED BY SIZE INTO SEG-FUNCION
                   PERFORM 9000-REGISTRAR-EVENTO
           END-WRITE.

      ******************************************************
      *  INHABILITA UN OPERADOR (NO PUEDE VOLVER A INGRESAR *
      *  HASTA QUE SE LO REHABILITE)                        *
      ******************************************************
       4000-INHABILITAR-OPERADOR.

           PERFORM 2100-BUSCAR-OPERADOR

           EVALUATE TRUE
               WHEN NOT OPERADOR-ENCONTRADO
                   DISPLAY 'NO EXISTE EL OPERADOR.'
               WHEN OPER-ID = WS-OPERADOR
                   DISPLAY 'NO SE PUEDE INHABILITAR AL OPERADOR '
                           'INGRESADO.'
               WHEN OPER-INHABILITADO
                   DISPLAY 'EL OPERADOR YA ESTA INHABILITADO.'
               WHEN OTHER
                   DISPLAY 'CONFIRMA INHABILITAR A ' OPER-NOMBRE
                           ' (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       SET OPER-INHABILITADO TO TRUE
                       MOVE WS-FECHA-NEG TO OPER-FECHA-BAJA
                       MOVE 'BA' TO SEG-EVENTO
                       MOVE SPACES TO SEG-FUNCION
                       STRING 'INHABILITACION DE ' OPER-ID
                           DELIMITED BY SIZE INTO SEG-FUNCION
                       PERFORM 7000-REGRABAR-OPERADOR
                   ELSE
                       DISPLAY 'OPERACION CANCELADA.'
                   END-IF
           END-EVALUATE.

      ******************************************************
      *  REHABILITA UN OPERADOR INHABILITADO                *
      ******************************************************
       4500-REHABILITAR-OPERADOR.

           PERFORM 2100-BUSCAR-OPERADOR

           EVALUATE TRUE
               WHEN NOT OPERADOR-ENCONTRADO
                   DISPLAY 'NO EXISTE EL OPERADOR.'
               WHEN OPER-ACTIVO
                   DISPLAY 'EL OPERADOR YA ESTA ACTIVO.'
               WHEN OTHER
                   SET OPER-ACTIVO TO TRUE
                   MOVE ZEROES TO OPER-FECHA-BAJA
                   MOVE 'RH' TO SEG-EVENTO
                   MOVE SPACES TO SEG-FUNCION
                   STRING 'REHABILITACION DE ' OPER-ID
                       DELIMITED BY SIZE INTO SEG-FUNCION
                   PERFORM 7000-REGRABAR-OPERADOR
           END-EVALUATE.

      ******************************************************
      *  BLANQUEA LA CLAVE DE UN OPERADOR CON UNA CLAVE     *
      *  NUEVA                                              *
      ******************************************************
       5000-BLANQUEAR-CLAVE.

           PERFORM 2100-BUSCAR-OPERADOR

           IF NOT OPERADOR-ENCONTRADO
               DISPLAY 'NO EXISTE EL OPERADOR.'
           ELSE
               PERFORM 3150-PEDIR-CLAVE
               IF CLAVE-VALIDA
                   MOVE WS-CLAVE     TO OPER-CLAVE
                   MOVE WS-FECHA-NEG TO OPER-FECHA-CLAVE
                   MOVE 'CL' TO SEG-EVENTO
                   MOVE SPACES TO SEG-FUNCION
                   STRING 'BLANQUEO DE CLAVE DE ' OPER-ID
                       DELIMITED BY SIZE INTO SEG-FUNCION
                   PERFORM 7000-REGRABAR-OPERADOR
               END-IF
           END-IF.

      ******************************************************
      *  LISTA EL MAESTRO DE OPERADORES EN ORDEN DE ID      *
      ******************************************************
       6000-LISTAR-OPERADORES.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-LISTADOS

           MOVE LOW-VALUES TO OPER-ID
           START OPERADOR-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ OPERADOR-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           DISPLAY 'OPERADOR   NOMBRE                         ROL '
                   'EST ULT.INGRESO'

           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-CANT-LISTADOS
               DISPLAY OPER-ID ' ' OPER-NOMBRE ' ' OPER-ROL '  '
                       OPER-ESTADO '   ' OPER-ULTIMO-INGRESO
               READ OPERADOR-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           MOVE WS-CANT-LISTADOS TO WP-CANTIDAD
           DISPLAY 'OPERADORES: ' WP-CANTIDAD.

      ******************************************************
      *  REGRABA EL OPERADOR Y ASIENTA EL EVENTO            *
      ******************************************************
       7000-REGRABAR-OPERADOR.

           REWRITE OPER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL OPERADOR: '
                           WS-FS-OPERADOR
               NOT INVALID KEY
                   DISPLAY 'OPERADOR ' OPER-ID ' ACTUALIZADO.'
                   PERFORM 9000-REGISTRAR-EVENTO
           END-REWRITE.

      ******************************************************
      *  ASIENTA EL EVENTO EN EL REGISTRO DE ACCESOS A      *
      *  NOMBRE DEL OPERADOR INGRESADO                      *
      ******************************************************
       9000-REGISTRAR-EVENTO.

           MOVE 'RG'        TO SEG-ACCION
           MOVE WS-OPERADOR TO SEG-OPERADOR

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD.

       END PROGRAM AZAROPE.
