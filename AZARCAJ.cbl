      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Apertura y cierre del cajon de un operador de caja. Al abrir,
      * el cajero declara el fondo inicial con el que arranca el turno
      * y el cajon queda abierto en CAJONES.IDX con un nuevo numero de
      * turno; desde ese momento AZARCTA le acepta los movimientos de
      * efectivo, que quedan en el diario de caja (CAJAMOV.DAT) con el
      * turno del cajon. Al cerrar, el cajero declara el efectivo
      * contado y el programa calcula el efectivo esperado: fondo
      * inicial mas los depositos ('DP') y saldos iniciales de
      * apertura de cuenta ('AP') menos los retiros ('RT') de ese
      * operador en ese turno. La diferencia (sobrante o faltante)
      * queda grabada en el archivo de turnos (TURNOS.DAT), que
      * AZARARQ reporta por operador y fecha de negocio, y el cajon
      * queda cerrado. AZARCIE no cierra el dia con un cajon abierto.
      * El cajero ingresa con su ID y clave del maestro de operadores
      * (rutina AZARSEG); el cajon es siempre el del operador
      * ingresado y solo lo operan cajeros y supervisores.
       PROGRAM-ID. AZARCAJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAJN-OPERADOR
               FILE STATUS IS WS-FS-CAJONES.

           SELECT CAJAMOV-FILE ASSIGN TO "CAJAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJAMOV.

           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TURNOS.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  CAJONES-FILE.
           COPY "CAJNREC.cpy".

       FD  CAJAMOV-FILE.
           COPY "CAJAREC.cpy".

       FD  TURNOS-FILE.
           COPY "TURNREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FLAG-MENU   PIC X VALUE 'N'.
               88 FIN-MENU          VALUE 'S'.

           01  WS-FS-CAJONES  PIC XX.
           01  WS-FS-CAJAMOV  PIC XX.
           01  WS-FS-TURNOS   PIC XX.
           01  WS-FS-FECHANEG PIC XX.

      *****FECHA DE NEGOCIO Y OPERADOR *****

           01  WS-FECHA-NEG   PIC 9(08).
           01  WS-HORA        PIC 9(08).
           01  WS-OPERADOR    PIC X(10).

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

           01  WS-ENCONTRADO  PIC X.
               88 CAJON-ENCONTRADO  VALUE 'S'.

      *****ARQUEO DEL TURNO *****

           01  WS-FONDO       PIC 9(07)V99.
           01  WS-CONTADO     PIC 9(07)V99.
           01  WS-DEPOSITOS   PIC 9(07)V99.
           01  WS-RETIROS     PIC 9(07)V99.
           01  WS-ESPERADO    PIC S9(07)V99.
           01  WS-DIFERENCIA  PIC S9(07)V99.
           01  WS-CANT-MOVS   PIC 9(05).

      *****AUXILIARES ****

           01  WS-OPCION      PIC X.
           01  WS-CONFIRMA    PIC X.

      *****EDICION PARA PANTALLA (DECIMAL-POINT IS COMMA) ***

           01  WP-IMPORTE     PIC Z(06)9,99.
           01  WP-SALDO       PIC Z(06)9,99-.
           01  WP-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1050-INGRESAR-OPERADOR

           IF SEG-ACEPTADO
               PERFORM 1100-ABRIR-CAJONES
               PERFORM 2000-MENU UNTIL FIN-MENU
               CLOSE CAJONES-FILE
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

           MOVE 'AZARCAJ'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR

           IF SEG-ACEPTADO
               MOVE 'AU'         TO SEG-ACCION
               MOVE 'CASU'       TO SEG-ROLES-PERMITIDOS
               MOVE 'CAJON DEL OPERADOR' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF.

      ******************************************************
      *  ABRE EL MAESTRO DE CAJONES (SE CREA VACIO EN EL    *
      *  PRIMER USO)                                        *
      ******************************************************
       1100-ABRIR-CAJONES.

           OPEN I-O CAJONES-FILE

           IF WS-FS-CAJONES = '35'
               OPEN OUTPUT CAJONES-FILE
               CLOSE CAJONES-FILE
               OPEN I-O CAJONES-FILE
           END-IF.

      ******************************************************
      *  LEE EL CAJON DEL OPERADOR POR SU CLAVE             *
      ******************************************************
       1200-BUSCAR-CAJON.

           MOVE 'N' TO WS-ENCONTRADO
           MOVE WS-OPERADOR TO CAJN-OPERADOR

           READ CAJONES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CAJON-ENCONTRADO TO TRUE
           END-READ.

      ******************************************************
      *  MENU PRINCIPAL                                     *
      ******************************************************
       2000-MENU.

           DISPLAY '=========== CAJON DEL OPERADOR =============='
           DISPLAY '  OPERADOR: ' WS-OPERADOR
                   '  FECHA DE NEGOCIO: ' WS-FECHA-NEG
           DISPLAY '  1 - ABRIR CAJON'
           DISPLAY '  2 - CERRAR CAJON'
           DISPLAY '  3 - CONSULTAR CAJON'
           DISPLAY '  9 - SALIR'
           DISPLAY 'INGRESE LA OPCION: '
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1' PERFORM 3000-ABRIR-CAJON
               WHEN '2' PERFORM 4000-CERRAR-CAJON
               WHEN '3' PERFORM 5000-CONSULTAR-CAJON
               WHEN '9' SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      ******************************************************
      *  ABRE EL CAJON CON EL FONDO INICIAL DECLARADO Y UN  *
      *  NUEVO NUMERO DE TURNO                              *
      ******************************************************
       3000-ABRIR-CAJON.

           PERFORM 1200-BUSCAR-CAJON

           IF CAJON-ENCONTRADO AND CAJN-ABIERTO
               DISPLAY 'EL CAJON YA ESTA ABIERTO DESDE EL TURNO '
                       CAJN-TURNO ' DEL ' CAJN-FECHA '.'
           ELSE
               DISPLAY 'INGRESE EL FONDO INICIAL DEL CAJON: '
               ACCEPT WS-FONDO
               IF WS-FONDO NOT NUMERIC
                   DISPLAY 'IMPORTE INVALIDO, SE ASUME 0.'
                   MOVE ZEROES TO WS-FONDO
               END-IF
               PERFORM 3100-GRABAR-APERTURA
           END-IF.

      ******************************************************
       3100-GRABAR-APERTURA.

           ACCEPT WS-HORA FROM TIME

           IF CAJON-ENCONTRADO
               ADD 1 TO CAJN-TURNO
                   ON SIZE ERROR
                       MOVE 1 TO CAJN-TURNO
               END-ADD
           ELSE
               MOVE WS-OPERADOR TO CAJN-OPERADOR
               MOVE 1 TO CAJN-TURNO
           END-IF

           SET CAJN-ABIERTO TO TRUE
           MOVE WS-FECHA-NEG TO CAJN-FECHA
           MOVE WS-HORA      TO CAJN-HORA-APERTURA
           MOVE WS-FONDO     TO CAJN-FONDO

           IF CAJON-ENCONTRADO
               REWRITE CAJN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL CAJON: '
                               WS-FS-CAJONES
               END-REWRITE
           ELSE
               WRITE CAJN-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL CAJON: '
                               WS-FS-CAJONES
               END-WRITE
           END-IF

           MOVE WS-FONDO TO WP-IMPORTE
           DISPLAY 'CAJON ABIERTO. TURNO: ' CAJN-TURNO
                   ' FONDO INICIAL: ' WP-IMPORTE.

      ******************************************************
      *  CIERRA EL CAJON: PIDE EL EFECTIVO CONTADO, LO      *
      *  COMPARA CON EL ESPERADO Y GRABA EL TURNO           *
      ******************************************************
       4000-CERRAR-CAJON.

           PERFORM 1200-BUSCAR-CAJON

           IF NOT CAJON-ENCONTRADO OR NOT CAJN-ABIERTO
               DISPLAY 'EL OPERADOR NO TIENE EL CAJON ABIERTO.'
           ELSE
               PERFORM 4100-SUMAR-MOVIMIENTOS
               DISPLAY 'INGRESE EL EFECTIVO CONTADO EN EL CAJON: '
               ACCEPT WS-CONTADO
               IF WS-CONTADO NOT NUMERIC
                   DISPLAY 'IMPORTE INVALIDO, SE ASUME 0.'
                   MOVE ZEROES TO WS-CONTADO
               END-IF
               MOVE WS-CONTADO TO WP-IMPORTE
               DISPLAY 'CONFIRMA EL CIERRE CON ' WP-IMPORTE
                       ' CONTADOS (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM 4200-GRABAR-CIERRE
               ELSE
                   DISPLAY 'CIERRE CANCELADO. EL CAJON SIGUE ABIERTO.'
               END-IF
           END-IF.

      ******************************************************
      *  SUMA DEL DIARIO DE CAJA LOS MOVIMIENTOS DE         *
      *  EFECTIVO DEL OPERADOR EN EL TURNO ABIERTO Y CALCULA*
      *  EL EFECTIVO ESPERADO EN EL CAJON                   *
      ******************************************************
       4100-SUMAR-MOVIMIENTOS.

           MOVE 'N' TO WS-FLAG-FIN
           MOVE ZEROES TO WS-DEPOSITOS
           MOVE ZEROES TO WS-RETIROS
           MOVE ZEROES TO WS-CANT-MOVS

           OPEN INPUT CAJAMOV-FILE

           IF WS-FS-CAJAMOV = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ CAJAMOV-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ

               PERFORM UNTIL FIN-ARCHIVO
                   IF CAJ-OPERADOR = CAJN-OPERADOR
                      AND CAJ-FECHA = CAJN-FECHA
                      AND CAJ-TURNO NUMERIC
                      AND CAJ-TURNO = CAJN-TURNO
                       PERFORM 4150-SUMAR-MOVIMIENTO
                   END-IF
                   READ CAJAMOV-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CAJAMOV-FILE
           END-IF

           COMPUTE WS-ESPERADO =
               CAJN-FONDO + WS-DEPOSITOS - WS-RETIROS

           MOVE CAJN-FONDO TO WP-IMPORTE
           DISPLAY 'FONDO INICIAL:      ' WP-IMPORTE
           MOVE WS-DEPOSITOS TO WP-IMPORTE
           DISPLAY 'DEPOSITOS:          ' WP-IMPORTE
           MOVE WS-RETIROS TO WP-IMPORTE
           DISPLAY 'RETIROS:            ' WP-IMPORTE
           MOVE WS-CANT-MOVS TO WP-CANTIDAD
           DISPLAY 'MOVIMIENTOS:        ' WP-CANTIDAD.

      ******************************************************
       4150-SUMAR-MOVIMIENTO.

           EVALUATE TRUE
               WHEN CAJ-ES-DEPOSITO OR CAJ-ES-APERTURA
                   ADD 1 TO WS-CANT-MOVS
                   ADD CAJ-IMPORTE TO WS-DEPOSITOS
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               WHEN CAJ-ES-RETIRO
                   ADD 1 TO WS-CANT-MOVS
                   ADD CAJ-IMPORTE TO WS-RETIROS
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************
      *  GRABA EL TURNO CERRADO CON SU DIFERENCIA Y CIERRA  *
      *  EL CAJON                                           *
      ******************************************************
       4200-GRABAR-CIERRE.

           ACCEPT WS-HORA FROM TIME

           COMPUTE WS-DIFERENCIA = WS-CONTADO - WS-ESPERADO

           MOVE CAJN-OPERADOR      TO TUR-OPERADOR
           MOVE CAJN-TURNO         TO TUR-TURNO
           MOVE CAJN-FECHA         TO TUR-FECHA
           MOVE CAJN-HORA-APERTURA TO TUR-HORA-APERTURA
           MOVE WS-HORA            TO TUR-HORA-CIERRE
           MOVE CAJN-FONDO         TO TUR-FONDO
           MOVE WS-DEPOSITOS       TO TUR-DEPOSITOS
           MOVE WS-RETIROS         TO TUR-RETIROS
           MOVE WS-ESPERADO        TO TUR-ESPERADO
           MOVE WS-CONTADO         TO TUR-CONTADO
           MOVE WS-DIFERENCIA      TO TUR-DIFERENCIA

           OPEN EXTEND TURNOS-FILE

           IF WS-FS-TURNOS = '35'
               OPEN OUTPUT TURNOS-FILE
           END-IF

           WRITE TUR-RECORD
           CLOSE TURNOS-FILE

           SET CAJN-CERRADO TO TRUE

           REWRITE CAJN-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL CAJON: '
                           WS-FS-CAJONES
           END-REWRITE

           MOVE WS-ESPERADO TO WP-SALDO
           DISPLAY 'EFECTIVO ESPERADO:  ' WP-SALDO
           MOVE WS-DIFERENCIA TO WP-SALDO

           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   DISPLAY 'SOBRANTE:           ' WP-SALDO
               WHEN WS-DIFERENCIA < 0
                   DISPLAY 'FALTANTE:           ' WP-SALDO
               WHEN OTHER
                   DISPLAY 'EL CAJON CUADRA SIN DIFERENCIAS.'
           END-EVALUATE

           DISPLAY 'CAJON CERRADO. TURNO: ' CAJN-TURNO.

      ******************************************************
      *  MUESTRA EL ESTADO DEL CAJON Y, SI ESTA ABIERTO, EL *
      *  EFECTIVO ESPERADO HASTA EL MOMENTO                 *
      ******************************************************
       5000-CONSULTAR-CAJON.

           PERFORM 1200-BUSCAR-CAJON

           IF NOT CAJON-ENCONTRADO
               DISPLAY 'EL OPERADOR NUNCA ABRIO UN CAJON.'
           ELSE
               IF CAJN-ABIERTO
                   DISPLAY 'CAJON ABIERTO. TURNO: ' CAJN-TURNO
                           ' FECHA: ' CAJN-FECHA
                   PERFORM 4100-SUMAR-MOVIMIENTOS
                   MOVE WS-ESPERADO TO WP-SALDO
                   DISPLAY 'EFECTIVO ESPERADO:  ' WP-SALDO
               ELSE
                   DISPLAY 'CAJON CERRADO. ULTIMO TURNO: ' CAJN-TURNO
                           ' FECHA: ' CAJN-FECHA
               END-IF
           END-IF.

       END PROGRAM AZARCAJ.
