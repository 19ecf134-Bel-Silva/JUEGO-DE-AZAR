      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Revision de los casos de vigilancia de efectivo que AZARAML
      * deja abiertos en CASOSAML.IDX. Permite al oficial de
      * cumplimiento listar los casos abiertos (o todos los de un
      * jugador), ver el detalle de un caso y cerrarlo con una nota
      * de la revision; el caso cerrado conserva la fecha de negocio
      * y el operador que lo cerro.
      * Solo un operador con rol de cumplimiento, ingresado con su ID
      * y clave del maestro de operadores (rutina AZARSEG), puede
      * revisar los casos.
       PROGRAM-ID. AZARCAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CASOS-FILE ASSIGN TO "CASOSAML.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASO-CLAVE
               FILE STATUS IS WS-FS-CASOS.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  CASOS-FILE.
           COPY "CASOREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FLAG-MENU   PIC X VALUE 'N'.
               88 FIN-MENU          VALUE 'S'.

           01  WS-FS-CASOS    PIC XX.
           01  WS-FS-FECHANEG PIC XX.

      *****FECHA DE NEGOCIO Y OPERADOR *****

           01  WS-FECHA-NEG   PIC 9(08).
           01  WS-OPERADOR    PIC X(10).

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

           01  WS-ENCONTRADO  PIC X.
               88 CASO-ENCONTRADO   VALUE 'S'.

      *****CLAVE DEL CASO A REVISAR *****

           01  WS-PLAYER-ID   PIC X(10).
           01  WS-TIPO        PIC X(02).
           01  WS-FECHA-CASO  PIC 9(08).
           01  WS-NOTA        PIC X(40).

      *****AUXILIARES ****

           01  WS-OPCION      PIC X.
           01  WS-CONFIRMA    PIC X.
           01  WS-CANT-LISTADOS PIC 9(05).
           01  WS-DESC-TIPO   PIC X(24).

      *****EDICION PARA PANTALLA (DECIMAL-POINT IS COMMA) ***

           01  WP-IMPORTE     PIC Z(08)9,99.
           01  WP-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1050-INGRESAR-OPERADOR

           IF SEG-ACEPTADO
               PERFORM 1100-ABRIR-CASOS
               PERFORM 2000-MENU UNTIL FIN-MENU
               CLOSE CASOS-FILE
           ELSE
               DISPLAY 'NO SE PUEDE OPERAR SIN INGRESAR AL SISTEMA.'
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
           END-IF.

      ******************************************************
      *  INGRESO DEL OPERADOR Y AUTORIZACION POR ROL        *
      ******************************************************
       1050-INGRESAR-OPERADOR.

           MOVE 'AZARCAS'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR

           IF SEG-ACEPTADO
               MOVE 'AU'         TO SEG-ACCION
               MOVE 'CU'         TO SEG-ROLES-PERMITIDOS
               MOVE 'REVISION DE CASOS' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF.

      ******************************************************
      *  ABRE EL ARCHIVO DE CASOS (SE CREA VACIO EN EL      *
      *  PRIMER USO)                                        *
      ******************************************************
       1100-ABRIR-CASOS.

           OPEN I-O CASOS-FILE

           IF WS-FS-CASOS = '35'
               OPEN OUTPUT CASOS-FILE
               CLOSE CASOS-FILE
               OPEN I-O CASOS-FILE
           END-IF.

      ******************************************************
      *  MENU PRINCIPAL                                     *
      ******************************************************
       2000-MENU.

           DISPLAY '====== CASOS DE VIGILANCIA DE EFECTIVO ======'
           DISPLAY '  OPERADOR: ' WS-OPERADOR
                   '  FECHA DE NEGOCIO: ' WS-FECHA-NEG
           DISPLAY '  1 - LISTAR CASOS ABIERTOS'
           DISPLAY '  2 - LISTAR CASOS DE UN JUGADOR'
           DISPLAY '  3 - CONSULTAR UN CASO'
           DISPLAY '  4 - CERRAR UN CASO'
           DISPLAY '  9 - SALIR'
           DISPLAY 'INGRESE LA OPCION: '
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1' PERFORM 3000-LISTAR-ABIERTOS
               WHEN '2' PERFORM 3500-LISTAR-JUGADOR
               WHEN '3' PERFORM 4000-CONSULTAR-CASO
               WHEN '4' PERFORM 5000-CERRAR-CASO
               WHEN '9' SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      ******************************************************
      *  LISTA TODOS LOS CASOS ABIERTOS EN ORDEN DE CLAVE   *
      ******************************************************
       3000-LISTAR-ABIERTOS.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-LISTADOS

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
                   PERFORM 3900-MOSTRAR-LINEA
               END-IF
               READ CASOS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           MOVE WS-CANT-LISTADOS TO WP-CANTIDAD
           DISPLAY 'CASOS ABIERTOS: ' WP-CANTIDAD.

      ******************************************************
      *  LISTA LOS CASOS (ABIERTOS Y CERRADOS) DE UN JUGADOR*
      ******************************************************
       3500-LISTAR-JUGADOR.

           DISPLAY 'INGRESE EL ID DEL JUGADOR: '
           ACCEPT WS-PLAYER-ID

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-CANT-LISTADOS

           MOVE LOW-VALUES   TO CASO-CLAVE
           MOVE WS-PLAYER-ID TO CASO-PLAYER-ID
           START CASOS-FILE KEY IS NOT LESS THAN CASO-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START

           IF NOT FIN-ARCHIVO
               READ CASOS-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF CASO-PLAYER-ID NOT = WS-PLAYER-ID
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   PERFORM 3900-MOSTRAR-LINEA
                   READ CASOS-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-IF
           END-PERFORM

           MOVE WS-CANT-LISTADOS TO WP-CANTIDAD
           DISPLAY 'CASOS DEL JUGADOR: ' WP-CANTIDAD.

      ******************************************************
       3900-MOSTRAR-LINEA.

           ADD 1 TO WS-CANT-LISTADOS
           PERFORM 4900-DESCRIBIR-TIPO
           MOVE CASO-IMPORTE TO WP-IMPORTE

           DISPLAY CASO-PLAYER-ID ' ' CASO-TIPO ' ' CASO-FECHA ' '
                   CASO-ESTADO ' ' WS-DESC-TIPO ' ' WP-IMPORTE.

      ******************************************************
      *  PIDE LA CLAVE DEL CASO Y LO LEE                    *
      ******************************************************
       3950-PEDIR-CASO.

           MOVE 'N' TO WS-ENCONTRADO

           DISPLAY 'INGRESE EL ID DEL JUGADOR: '
           ACCEPT WS-PLAYER-ID
           DISPLAY 'INGRESE EL TIPO DE ALERTA (UE/US/FR/CI): '
           ACCEPT WS-TIPO
           DISPLAY 'INGRESE LA FECHA DEL CASO (AAAAMMDD): '
           ACCEPT WS-FECHA-CASO

           IF WS-FECHA-CASO NOT NUMERIC
               DISPLAY 'FECHA INVALIDA.'
           ELSE
               MOVE WS-PLAYER-ID  TO CASO-PLAYER-ID
               MOVE WS-TIPO       TO CASO-TIPO
               MOVE WS-FECHA-CASO TO CASO-FECHA
               READ CASOS-FILE
                   INVALID KEY
                       DISPLAY 'NO EXISTE EL CASO INDICADO.'
                   NOT INVALID KEY
                       SET CASO-ENCONTRADO TO TRUE
               END-READ
           END-IF.

      ******************************************************
      *  MUESTRA EL DETALLE DE UN CASO                      *
      ******************************************************
       4000-CONSULTAR-CASO.

           PERFORM 3950-PEDIR-CASO

           IF CASO-ENCONTRADO
               PERFORM 4100-MOSTRAR-DETALLE
           END-IF.

      ******************************************************
       4100-MOSTRAR-DETALLE.

           PERFORM 4900-DESCRIBIR-TIPO

           DISPLAY '---------------------------------------------'
           DISPLAY 'JUGADOR:            ' CASO-PLAYER-ID
           DISPLAY 'ALERTA:             ' CASO-TIPO ' ' WS-DESC-TIPO
           DISPLAY 'DETECTADO EL:       ' CASO-FECHA
           DISPLAY 'VENTANA DESDE:      ' CASO-DESDE
           MOVE CASO-IMPORTE TO WP-IMPORTE
           DISPLAY 'EFECTIVO INGRESADO: ' WP-IMPORTE
           MOVE CASO-RETIRADO TO WP-IMPORTE
           DISPLAY 'EFECTIVO RETIRADO:  ' WP-IMPORTE
           MOVE CASO-APOSTADO TO WP-IMPORTE
           DISPLAY 'APOSTADO:           ' WP-IMPORTE
           MOVE CASO-CANTIDAD TO WP-CANTIDAD
           DISPLAY 'DEPOSITOS BAJO UMBRAL: ' WP-CANTIDAD
           IF CASO-CERRADO
               DISPLAY 'ESTADO:             CERRADO EL '
                       CASO-FECHA-CIERRE ' POR ' CASO-OPERADOR-CIERRE
               DISPLAY 'NOTA:               ' CASO-NOTA
           ELSE
               DISPLAY 'ESTADO:             ABIERTO'
           END-IF
           DISPLAY '---------------------------------------------'.

      ******************************************************
       4900-DESCRIBIR-TIPO.

           EVALUATE TRUE
               WHEN CASO-ES-UMBRAL-ENTRADA
                   MOVE 'INGRESO SOBRE UMBRAL' TO WS-DESC-TIPO
               WHEN CASO-ES-UMBRAL-SALIDA
                   MOVE 'RETIRO SOBRE UMBRAL' TO WS-DESC-TIPO
               WHEN CASO-ES-FRACCIONAMIENTO
                   MOVE 'FRACCIONAMIENTO' TO WS-DESC-TIPO
               WHEN CASO-ES-CICLO
                   MOVE 'CICLO DEPOSITO-RETIRO' TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONOCIDO' TO WS-DESC-TIPO
           END-EVALUATE.

      ******************************************************
      *  CIERRA UN CASO ABIERTO CON LA NOTA DE LA REVISION  *
      ******************************************************
       5000-CERRAR-CASO.

           PERFORM 3950-PEDIR-CASO

           IF CASO-ENCONTRADO
               PERFORM 4100-MOSTRAR-DETALLE
               IF CASO-CERRADO
                   DISPLAY 'EL CASO YA ESTA CERRADO.'
               ELSE
                   DISPLAY 'INGRESE LA NOTA DE LA REVISION: '
                   ACCEPT WS-NOTA
                   DISPLAY 'CONFIRMA EL CIERRE DEL CASO (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 5100-GRABAR-CIERRE
                   ELSE
                       DISPLAY 'CIERRE CANCELADO.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************
       5100-GRABAR-CIERRE.

           SET CASO-CERRADO TO TRUE
           MOVE WS-FECHA-NEG TO CASO-FECHA-CIERRE
           MOVE WS-OPERADOR  TO CASO-OPERADOR-CIERRE
           MOVE WS-NOTA      TO CASO-NOTA

           REWRITE CASO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL CASO: ' WS-FS-CASOS
               NOT INVALID KEY
                   DISPLAY 'CASO CERRADO.'
           END-REWRITE.

       END PROGRAM AZARCAS.
