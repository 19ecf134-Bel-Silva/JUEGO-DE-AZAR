      * diario de caja (CAJAMOV.DAT) con fecha de negocio, hora,
      * operador, tipo, importe y saldo resultante; AZAREXT emite el
      * extracto del jugador fusionando ese diario con el libro mayor.
      * Los movimientos de efectivo (apertura con saldo inicial,
      * deposito y retiro) solo se aceptan si el operador tiene su
      * cajon abierto en CAJONES.IDX (AZARCAJ); cada movimiento queda
      * en el diario con el turno del cajon para el arqueo del cierre.
      * El operador ingresa con su ID y clave del maestro de operadores
      * (rutina AZARSEG) y cada funcion queda limitada por su rol:
      * cajeros y supervisores operan cuentas y efectivo, solo los
      * supervisores otorgan bonos, suspender o reactivar es de
      * supervision o cumplimiento y solo cumplimiento puede acortar o
      * levantar una autoexclusion vigente.
       PROGRAM-ID. AZARCTA.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAJN-OPERADOR
               FILE STATUS IS WS-FS-CAJONES.

       DATA DIVISION.
       FILE SECTION.

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       FD  CAJONES-FILE.
           COPY "CAJNREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********
           01  WS-FS-CAJAMOV  PIC XX.
           01  WS-FS-FECHANEG PIC XX.
           01  WS-FS-BONOS    PIC XX.
           01  WS-FS-CAJONES  PIC XX.

      *****BILLETERA DE BONO PROMOCIONAL *****

           01  WS-TIPO-MOV    PIC X(02).
           01  WS-IMPORTE-MOV PIC 9(05)V99.

           01  WS-TURNO       PIC 9(05) VALUE ZEROES.

           01  WS-FLAG-CAJON  PIC X.
               88 CAJON-ABIERTO         VALUE 'S'.
               88 CAJON-NO-ABIERTO      VALUE 'N'.

           01  WS-FLAG-OP-OK  PIC X.
               88 OPERACION-ACEPTADA    VALUE 'S'.
               88 OPERACION-RECHAZADA   VALUE 'N'.
           01  WS-AUTOEXCLUIDO  PIC X.
           01  WS-FECHA-HASTA   PIC 9(08).

           01  WS-EXCL-ANTERIOR PIC X.
               88 EXCLUSION-VIGENTE VALUE 'S'.
           01  WS-HASTA-ANTERIOR PIC 9(08).

      *****INGRESO DEL OPERADOR Y AUTORIZACION POR ROL *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

      *****AUXILIARES ****

           01  WS-OPCION        PIC X.

           PERFORM 1005-LEER-FECHA-NEGOCIO

           PERFORM 1010-INGRESAR-OPERADOR

           IF SEG-ACEPTADO
               PERFORM 1000-ABRIR-MAESTROS
               PERFORM 2000-MENU UNTIL FIN-MENU
               PERFORM 9000-CERRAR-MAESTROS
           ELSE
               DISPLAY 'NO SE PUEDE OPERAR SIN INGRESAR AL SISTEMA.'
           END-IF

           STOP RUN.

               CLOSE FECHANEG-FILE
           END-IF.

      ******************************************************
      *  INGRESO DEL OPERADOR CONTRA EL MAESTRO DE          *
      *  OPERADORES                                         *
      ******************************************************
       1010-INGRESAR-OPERADOR.

           MOVE 'AZARCTA'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           MOVE SEG-OPERADOR TO WS-OPERADOR.

      ******************************************************
      *  ABRE LOS MAESTROS INDEXADOS (SE CREAN VACIOS EN EL *
      *  PRIMER USO; LA CARGA DESDE LOS VIEJOS ARCHIVOS     *
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1'
                   MOVE 'CASU'         TO SEG-ROLES-PERMITIDOS
                   MOVE 'ABRIR CUENTA' TO SEG-FUNCION
               WHEN '2'
                   MOVE 'CASU'         TO SEG-ROLES-PERMITIDOS
                   MOVE 'DEPOSITAR'    TO SEG-FUNCION
               WHEN '3'
                   MOVE 'CASU'         TO SEG-ROLES-PERMITIDOS
                   MOVE 'RETIRAR'      TO SEG-FUNCION
               WHEN '4'
                   MOVE 'SUCU'         TO SEG-ROLES-PERMITIDOS
                   MOVE 'SUSPENDER / REACTIVAR' TO SEG-FUNCION
               WHEN '5'
                   MOVE 'CASUCUOP'     TO SEG-ROLES-PERMITIDOS
                   MOVE 'CONSULTAR SALDO' TO SEG-FUNCION
               WHEN '6'
                   MOVE 'CASUCU'       TO SEG-ROLES-PERMITIDOS
                   MOVE 'FIJAR LIMITES' TO SEG-FUNCION
               WHEN '7'
                   MOVE 'SU'           TO SEG-ROLES-PERMITIDOS
                   MOVE 'OTORGAR BONO' TO SEG-FUNCION
               WHEN OTHER
                   MOVE SPACES         TO SEG-ROLES-PERMITIDOS
           END-EVALUATE

           IF SEG-ROLES-PERMITIDOS NOT = SPACES
               PERFORM 2050-AUTORIZAR-FUNCION
           END-IF

           IF SEG-ROLES-PERMITIDOS = SPACES OR SEG-ACEPTADO
               EVALUATE WS-OPCION
                   WHEN '1' PERFORM 3000-ABRIR-CUENTA
                   WHEN '2' PERFORM 4000-DEPOSITAR
                   WHEN '3' PERFORM 5000-RETIRAR
                   WHEN '4' PERFORM 6000-SUSPENDER-REACTIVAR
                   WHEN '5' PERFORM 7000-CONSULTAR-SALDO
                   WHEN '6' PERFORM 8000-FIJAR-LIMITES
                   WHEN '7' PERFORM 8500-OTORGAR-BONO
                   WHEN '9' SET FIN-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCION INVALIDA.'
               END-EVALUATE
           END-IF.

      ******************************************************
      *  VERIFICA QUE EL ROL DEL OPERADOR PERMITA LA        *
      *  FUNCION (LA DENEGACION QUEDA EN EL REGISTRO DE     *
      *  ACCESOS)                                           *
      ******************************************************
       2050-AUTORIZAR-FUNCION.

           MOVE 'AU' TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD.

      ******************************************************
      *  LEE LA CUENTA DEL JUGADOR POR SU CLAVE             *
               MOVE ZEROES TO WS-IMPORTE
           END-IF.

      ******************************************************
      *  LEE EL CAJON DEL OPERADOR: LOS MOVIMIENTOS DE      *
      *  EFECTIVO EXIGEN EL CAJON ABIERTO Y LLEVAN SU TURNO *
      ******************************************************
       2400-VERIFICAR-CAJON.

           SET CAJON-NO-ABIERTO TO TRUE
           MOVE ZEROES TO WS-TURNO

           OPEN INPUT CAJONES-FILE

           IF WS-FS-CAJONES = '00'
               MOVE WS-OPERADOR TO CAJN-OPERADOR
               READ CAJONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAJN-ABIERTO
                           SET CAJON-ABIERTO TO TRUE
                           MOVE CAJN-TURNO TO WS-TURNO
                       END-IF
               END-READ
               CLOSE CAJONES-FILE
           END-IF.

      ******************************************************
      *  ALTA DE UNA CUENTA NUEVA CON SALDO INICIAL         *
      ******************************************************
               DISPLAY 'EL JUGADOR YA TIENE CUENTA.'
           ELSE
               PERFORM 2300-PEDIR-IMPORTE
               PERFORM 2400-VERIFICAR-CAJON
               IF WS-IMPORTE > 0 AND CAJON-NO-ABIERTO
                   DISPLAY 'APERTURA RECHAZADA: EL SALDO INICIAL ES '
                           'EFECTIVO Y EL OPERADOR NO TIENE EL CAJON '
                           'ABIERTO.'
               ELSE
                   PERFORM 3100-GRABAR-CUENTA
               END-IF
           END-IF.

      ******************************************************
       3100-GRABAR-CUENTA.

           MOVE WS-PLAYER-ID TO CTA-PLAYER-ID
           MOVE 'A'          TO CTA-ESTADO
           MOVE WS-IMPORTE   TO CTA-SALDO
           WRITE CTA-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR LA CUENTA NUEVA: '
                           WS-FS-CUENTAS
           END-WRITE
           MOVE 'AP' TO WS-TIPO-MOV
           MOVE WS-IMPORTE TO WS-IMPORTE-MOV
           PERFORM 9800-GRABAR-MOVIMIENTO
           DISPLAY 'CUENTA ABIERTA PARA: ' WS-PLAYER-ID.

      ******************************************************
      *  ACREDITA UN DEPOSITO EN LA CUENTA                  *
      ******************************************************
       4000-DEPOSITAR.

           PERFORM 2400-VERIFICAR-CAJON

           IF CAJON-NO-ABIERTO
               DISPLAY 'DEPOSITO RECHAZADO: EL OPERADOR NO TIENE EL '
                       'CAJON ABIERTO.'
           ELSE
               PERFORM 4100-APLICAR-DEPOSITO
           END-IF.

      ******************************************************
       4100-APLICAR-DEPOSITO.

           PERFORM 2200-PEDIR-JUGADOR

           IF NOT CUENTA-ENCONTRADA
      ******************************************************
       5000-RETIRAR.

           PERFORM 2400-VERIFICAR-CAJON

           IF CAJON-NO-ABIERTO
               DISPLAY 'RETIRO RECHAZADO: EL OPERADOR NO TIENE EL '
                       'CAJON ABIERTO.'
           ELSE
               PERFORM 5100-APLICAR-RETIRO
           END-IF.

      ******************************************************
       5100-APLICAR-RETIRO.

           PERFORM 2200-PEDIR-JUGADOR

           IF NOT CUENTA-ENCONTRADA
               MOVE 'N' TO LIM-AUTOEXCLUIDO
           END-IF

           MOVE 'N' TO WS-EXCL-ANTERIOR
           MOVE LIM-EXCLUSION-HASTA TO WS-HASTA-ANTERIOR
           IF LIM-AUTOEXCLUIDO = 'S'
              AND LIM-EXCLUSION-HASTA >= WS-FECHA-NEG
               SET EXCLUSION-VIGENTE TO TRUE
           END-IF

           PERFORM 8200-EDITAR-LIMITE

           IF EXCLUSION-VIGENTE
               PERFORM 8300-VERIFICAR-EXCLUSION
           END-IF

           IF LIMITE-ENCONTRADO
               REWRITE LIM-RECORD
                   INVALID KEY

           DISPLAY 'LIMITES ACTUALIZADOS PARA: ' WS-PLAYER-ID.

      ******************************************************
      *  ACORTAR O LEVANTAR UNA AUTOEXCLUSION VIGENTE ES    *
      *  FUNCION DE CUMPLIMIENTO; SI EL ROL NO LO PERMITE   *
      *  LA AUTOEXCLUSION QUEDA COMO ESTABA                 *
      ******************************************************
       8300-VERIFICAR-EXCLUSION.

           IF LIM-AUTOEXCLUIDO NOT = 'S'
              OR LIM-EXCLUSION-HASTA < WS-HASTA-ANTERIOR
               MOVE 'CU' TO SEG-ROLES-PERMITIDOS
               MOVE 'ACORTAR AUTOEXCLUSION' TO SEG-FUNCION
               PERFORM 2050-AUTORIZAR-FUNCION
               IF SEG-RECHAZADO
                   MOVE 'S' TO LIM-AUTOEXCLUIDO
                   MOVE WS-HASTA-ANTERIOR TO LIM-EXCLUSION-HASTA
                   DISPLAY 'LA AUTOEXCLUSION SE MANTIENE HASTA EL '
                           WS-HASTA-ANTERIOR '.'
               END-IF
           END-IF.

      ******************************************************
      *  OTORGA UN BONO PROMOCIONAL AL JUGADOR: IMPORTE,    *
      *  VENCIMIENTO Y REQUISITO DE APUESTA (LO QUE DEBE    *
           MOVE WS-IMPORTE-MOV  TO CAJ-IMPORTE
           MOVE CTA-SALDO       TO CAJ-SALDO-POST

           IF WS-TIPO-MOV = 'AP' OR WS-TIPO-MOV = 'DP'
                                 OR WS-TIPO-MOV = 'RT'
               MOVE WS-TURNO    TO CAJ-TURNO
           ELSE
               MOVE ZEROES      TO CAJ-TURNO
           END-IF

           OPEN EXTEND CAJAMOV-FILE

           IF WS-FS-CAJAMOV = '35'
