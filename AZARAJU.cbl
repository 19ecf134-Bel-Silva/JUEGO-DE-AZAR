      ******************************************************************
      * Author:SILVA, D. BELEN
      * Date: 15/10/2026
      * IDENTIFICATION DIVISION.
      * Ajustes del libro mayor aprobados por un supervisor. El
      * operador (cajero o supervisor) ingresa el ticket de una
      * partida y la fecha de negocio en que se jugo (el dia en curso
      * en LEDGER.DAT o un dia cerrado en su generacion LEDG<fecha>)
      * y puede:
      *   - reversar la partida ('R'): anula su linea de partida;
      *     debita el pago que cobro el jugador y le devuelve la
      *     apuesta, la porcion fondeada con bono al saldo de bono
      *     (BONOS.IDX) y el resto al efectivo de la cuenta. Una
      *     partida se reversa una sola vez y una partida reversada
      *     ya no admite ajustes;
      *   - ajustar manualmente su resultado ('M'): un debito o un
      *     credito al efectivo de la cuenta por el importe que se
      *     indique.
      * Cada ajuste lleva un codigo de motivo de la tabla MOTAJU y
      * una observacion, y solo se aplica con la aprobacion de un
      * supervisor distinto del operador, que ingresa con su ID y
      * clave (rutina AZARSEG). Aprobado el ajuste se agrega su linea
      * al libro mayor del dia (LEDGER.DAT, fecha de negocio del dia
      * y ticket de la partida ajustada), se actualiza CTA-SALDO (y
      * BON-SALDO en un reverso con bono) y queda la constancia en
      * AJUSTES.DAT con el operador y el supervisor. Los movimientos
      * del pozo progresivo ('A'/'J') no se reversan.
       PROGRAM-ID. AZARAJU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

           SELECT ARCH-LEDGER-FILE ASSIGN TO ARCHLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH.

           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTES.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-PLAYER-ID
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT BONOS-FILE ASSIGN TO "BONOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BON-PLAYER-ID
               FILE STATUS IS WS-FS-BONOS.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE.
           COPY "LEDGREC.cpy".

       FD  ARCH-LEDGER-FILE.
           01  ARCH-LEDGER-RECORD  PIC X(64).

       FD  AJUSTES-FILE.
           COPY "AJUSREC.cpy".

       FD  CUENTAS-FILE.
           COPY "CTAREC.cpy".

       FD  BONOS-FILE.
           COPY "BONREC.cpy".

       FD  FECHANEG-FILE.
           COPY "FECHREC.cpy".

       WORKING-STORAGE SECTION.

      ******VARIABLE FLAG DE CONTROL ***********

           01  WS-FLAG-FIN    PIC X VALUE 'N'.
               88 FIN-ARCHIVO       VALUE 'S'.

           01  WS-FLAG-MENU   PIC X VALUE 'N'.
               88 FIN-MENU          VALUE 'S'.

           01  WS-FS-LEDGER   PIC XX.
           01  WS-FS-ARCH     PIC XX.
           01  WS-FS-AJUSTES  PIC XX.
           01  WS-FS-CUENTAS  PIC XX.
           01  WS-FS-BONOS    PIC XX.
           01  WS-FS-FECHANEG PIC XX.

           01  WS-FECHA-NEG   PIC 9(08).
           01  WS-HORA-AJU    PIC 9(08).

      *****INGRESO DEL OPERADOR Y APROBACION DEL SUPERVISOR *****

           77  WS-RUTINA-SEG PIC X(8)  VALUE 'AZARSEG'.

           COPY "SEGAREA.cpy".

           01  WS-OPERADOR     PIC X(10).
           01  WS-ROL-OPERADOR PIC X(02).
           01  WS-SUPERVISOR   PIC X(10).

      *****AJUSTE EN CURSO *****

           01  WS-OPCION      PIC X.
           01  WS-CONFIRMA    PIC X.

           01  WS-TIPO-AJUSTE PIC X(01).
               88 AJUSTE-REVERSO        VALUE 'R'.
               88 AJUSTE-MANUAL         VALUE 'M'.

           01  WS-FLAG-OP-OK  PIC X.
               88 OPERACION-ACEPTADA    VALUE 'S'.
               88 OPERACION-RECHAZADA   VALUE 'N'.

           01  WS-TICKET         PIC 9(09).
           01  WS-FECHA-PARTIDA  PIC X(08).
           01  WS-FECHA-PART-NUM REDEFINES WS-FECHA-PARTIDA
                                 PIC 9(08).

           01  WS-FLAG-ORIGEN    PIC X VALUE 'D'.
               88 PARTIDA-DEL-DIA     VALUE 'D'.
               88 PARTIDA-ARCHIVADA   VALUE 'A'.

           01  WS-NOM-ARCH-LEDGER PIC X(16).

      *****LINEA DE PARTIDA ORIGINAL DEL TICKET *****

           01  WS-ENCONTRADO     PIC X.
               88 PARTIDA-ENCONTRADA  VALUE 'S'.

           01  WS-PARTIDA-ORIG   PIC X(64).
           01  WS-ORIG-PLAYER-ID PIC X(10).
           01  WS-ORIG-APUESTA   PIC 9(05)V99.
           01  WS-ORIG-PAGO      PIC 9(05)V99.
           01  WS-ORIG-NETO      PIC S9(05)V99.
           01  WS-ORIG-BONO      PIC 9(05)V99.
           01  WS-ORIG-FECHA     PIC 9(08).

      *****IMPORTES DEL AJUSTE *****

           01  WS-SIGNO-MANUAL   PIC X.
               88 AJUSTE-A-CREDITO    VALUE 'C'.
               88 AJUSTE-A-DEBITO     VALUE 'D'.

           01  WS-IMPORTE        PIC 9(05)V99.
           01  WS-AJU-DEBITO     PIC 9(05)V99.
           01  WS-AJU-CREDITO    PIC 9(05)V99.
           01  WS-AJU-BONO       PIC 9(05)V99.
           01  WS-AJU-NETO       PIC S9(05)V99.
           01  WS-EFECTO-CTA     PIC S9(07)V99.
           01  WS-SALDO-NUEVO    PIC S9(07)V99.

           01  WS-MOTIVO         PIC X(02).
           01  WS-OBSERVACION    PIC X(40).

      *****MOTIVOS DE LOS AJUSTES *****

           COPY "MOTAJU.cpy".

           01  WS-IDX-MOTIVO     PIC 9(02).
           01  WS-FLAG-MOTIVO    PIC X.
               88 MOTIVO-VALIDO       VALUE 'S'.

      *****EDICION DE MONTOS PARA PANTALLA (DECIMAL-POINT IS COMMA) ***

           01  WP-IMPORTE        PIC Z(04)9,99.
           01  WP-NETO           PIC Z(04)9,99-.
           01  WP-SALDO          PIC Z(06)9,99-.
           01  WP-TICKET         PIC Z(08)9.

       PROCEDURE DIVISION.

      ***************************************
      *    CUERPO PRINCIPAL DEL PROGRAMA    *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-LEER-FECHA-NEGOCIO

           PERFORM 1050-INGRESAR-OPERADOR

           IF SEG-ACEPTADO
               PERFORM 1100-ABRIR-MAESTROS
               PERFORM 2000-MENU UNTIL FIN-MENU
               PERFORM 9000-CERRAR-MAESTROS
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
      *  LOS AJUSTES LOS CARGA UN CAJERO O UN SUPERVISOR    *
      ******************************************************
       1050-INGRESAR-OPERADOR.

           MOVE 'AZARAJU'    TO SEG-PROGRAMA
           MOVE WS-FECHA-NEG TO SEG-FECHA-NEG
           MOVE 'IN'         TO SEG-ACCION

           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           IF SEG-ACEPTADO
               MOVE 'AU'          TO SEG-ACCION
               MOVE 'CASU'        TO SEG-ROLES-PERMITIDOS
               MOVE 'AJUSTES DEL LIBRO MAYOR' TO SEG-FUNCION
               CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
           END-IF

           MOVE SEG-OPERADOR TO WS-OPERADOR
           MOVE SEG-ROL      TO WS-ROL-OPERADOR.

      ******************************************************
      *  ABRE LAS CUENTAS Y LAS BILLETERAS DE BONO          *
      ******************************************************
       1100-ABRIR-MAESTROS.

           OPEN I-O CUENTAS-FILE

           IF WS-FS-CUENTAS = '35'
               DISPLAY 'NO EXISTE CUENTAS.IDX, SE CREA VACIO.'
               OPEN OUTPUT CUENTAS-FILE
               CLOSE CUENTAS-FILE
               OPEN I-O CUENTAS-FILE
           END-IF

           OPEN I-O BONOS-FILE

           IF WS-FS-BONOS = '35'
               OPEN OUTPUT BONOS-FILE
               CLOSE BONOS-FILE
               OPEN I-O BONOS-FILE
           END-IF.

      ******************************************************
      *  MENU DE AJUSTES                                    *
      ******************************************************
       2000-MENU.

           DISPLAY '======== AJUSTES DEL LIBRO MAYOR ========'
           DISPLAY '  1 - REVERSAR UNA PARTIDA'
           DISPLAY '  2 - AJUSTE MANUAL DE UNA PARTIDA'
           DISPLAY '  9 - SALIR'
           DISPLAY 'INGRESE LA OPCION: '
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN '1'
                   SET AJUSTE-REVERSO TO TRUE
                   PERFORM 3000-PROCESAR-AJUSTE
               WHEN '2'
                   SET AJUSTE-MANUAL TO TRUE
                   PERFORM 3000-PROCESAR-AJUSTE
               WHEN '9'
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      ******************************************************
      *  UN AJUSTE COMPLETO: PARTIDA, MOTIVO, IMPORTES,     *
      *  APROBACION DEL SUPERVISOR Y GRABACION              *
      ******************************************************
       3000-PROCESAR-AJUSTE.

           SET OPERACION-ACEPTADA TO TRUE

           PERFORM 3100-PEDIR-PARTIDA

           IF OPERACION-ACEPTADA
               PERFORM 3200-BUSCAR-PARTIDA
           END-IF

           IF OPERACION-ACEPTADA
               PERFORM 3300-VERIFICAR-REVERSO
           END-IF

           IF OPERACION-ACEPTADA
               PERFORM 3400-MOSTRAR-PARTIDA
               PERFORM 3500-PEDIR-MOTIVO
           END-IF

           IF OPERACION-ACEPTADA AND AJUSTE-MANUAL
               PERFORM 3600-PEDIR-IMPORTE
           END-IF

           IF OPERACION-ACEPTADA
               PERFORM 3700-CALCULAR-AJUSTE
           END-IF

           IF OPERACION-ACEPTADA
               PERFORM 4000-APROBAR-SUPERVISOR
           END-IF

           IF OPERACION-ACEPTADA
               PERFORM 5000-APLICAR-AJUSTE
           ELSE
               DISPLAY 'EL AJUSTE NO SE APLICO.'
           END-IF.

      ******************************************************
      *  TICKET DE LA PARTIDA Y FECHA DE NEGOCIO EN QUE SE  *
      *  JUGO (ENTER = DIA EN CURSO)                        *
      ******************************************************
       3100-PEDIR-PARTIDA.

           DISPLAY 'INGRESE EL NUMERO DE TICKET: '
           MOVE ZEROES TO WS-TICKET
           ACCEPT WS-TICKET

           IF WS-TICKET NOT NUMERIC OR WS-TICKET = 0
               DISPLAY 'NUMERO DE TICKET INVALIDO.'
               SET OPERACION-RECHAZADA TO TRUE
           ELSE
               DISPLAY 'FECHA DE NEGOCIO DE LA PARTIDA AAAAMMDD '
                       '(ENTER = DIA EN CURSO): '
               MOVE SPACES TO WS-FECHA-PARTIDA
               ACCEPT WS-FECHA-PARTIDA
               EVALUATE TRUE
                   WHEN WS-FECHA-PARTIDA = SPACES
                       SET PARTIDA-DEL-DIA TO TRUE
                   WHEN WS-FECHA-PARTIDA NOT NUMERIC
                       DISPLAY 'FECHA INVALIDA.'
                       SET OPERACION-RECHAZADA TO TRUE
                   WHEN WS-FECHA-PART-NUM = WS-FECHA-NEG
                       SET PARTIDA-DEL-DIA TO TRUE
                   WHEN WS-FECHA-PART-NUM > WS-FECHA-NEG
                       DISPLAY 'LA FECHA ES POSTERIOR AL DIA EN CURSO.'
                       SET OPERACION-RECHAZADA TO TRUE
                   WHEN OTHER
                       SET PARTIDA-ARCHIVADA TO TRUE
                       MOVE SPACES TO WS-NOM-ARCH-LEDGER
                       STRING 'LEDG' WS-FECHA-PARTIDA '.DAT'
                           DELIMITED BY SIZE INTO WS-NOM-ARCH-LEDGER
                       SET ENVIRONMENT 'DD_ARCHLEDG'
                           TO WS-NOM-ARCH-LEDGER
               END-EVALUATE
           END-IF.

      ******************************************************
      *  BUSCA LA LINEA DE PARTIDA DEL TICKET EN EL LIBRO   *
      *  MAYOR DEL DIA O EN LA GENERACION ARCHIVADA         *
      ******************************************************
       3200-BUSCAR-PARTIDA.

           MOVE 'N' TO WS-ENCONTRADO
           MOVE 'N' TO WS-FLAG-FIN

           IF PARTIDA-DEL-DIA
               OPEN INPUT LEDGER-FILE
               IF WS-FS-LEDGER = '35'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   PERFORM 3210-LEER-LEDGER
               END-IF
               PERFORM UNTIL FIN-ARCHIVO OR PARTIDA-ENCONTRADA
                   PERFORM 3250-EXAMINAR-LINEA
                   IF NOT PARTIDA-ENCONTRADA
                       PERFORM 3210-LEER-LEDGER
                   END-IF
               END-PERFORM
               IF WS-FS-LEDGER NOT = '35'
                   CLOSE LEDGER-FILE
               END-IF
           ELSE
               OPEN INPUT ARCH-LEDGER-FILE
               IF WS-FS-ARCH = '35'
                   DISPLAY 'NO EXISTE LA GENERACION '
                           WS-NOM-ARCH-LEDGER
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   PERFORM 3220-LEER-ARCHIVO
               END-IF
               PERFORM UNTIL FIN-ARCHIVO OR PARTIDA-ENCONTRADA
                   PERFORM 3250-EXAMINAR-LINEA
                   IF NOT PARTIDA-ENCONTRADA
                       PERFORM 3220-LEER-ARCHIVO
                   END-IF
               END-PERFORM
               IF WS-FS-ARCH NOT = '35'
                   CLOSE ARCH-LEDGER-FILE
               END-IF
           END-IF

           IF NOT PARTIDA-ENCONTRADA
               DISPLAY 'NO SE ENCONTRO LA PARTIDA DEL TICKET EN EL '
                       'LIBRO MAYOR DE ESA FECHA.'
               SET OPERACION-RECHAZADA TO TRUE
           END-IF.

      ******************************************************
       3210-LEER-LEDGER.

           READ LEDGER-FILE
               AT END SET FIN-ARCHIVO TO TRUE
           END-READ.

      ******************************************************
       3220-LEER-ARCHIVO.

           READ ARCH-LEDGER-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
           END-READ.

      ******************************************************
      *  SOLO LA LINEA DE PARTIDA SE AJUSTA; LOS APORTES Y  *
      *  LOS POZOS DEL MISMO TICKET NO                      *
      ******************************************************
       3250-EXAMINAR-LINEA.

           IF LEDGER-TICKET NUMERIC
              AND LEDGER-TICKET = WS-TICKET
              AND LEDGER-ES-PARTIDA
               SET PARTIDA-ENCONTRADA TO TRUE
               MOVE LEDGER-RECORD     TO WS-PARTIDA-ORIG
               MOVE LEDGER-PLAYER-ID  TO WS-ORIG-PLAYER-ID
               MOVE LEDGER-APUESTA    TO WS-ORIG-APUESTA
               MOVE LEDGER-PAGO       TO WS-ORIG-PAGO
               MOVE LEDGER-SALDO-NETO TO WS-ORIG-NETO
               IF LEDGER-APUESTA-BONO NUMERIC
                   MOVE LEDGER-APUESTA-BONO TO WS-ORIG-BONO
               ELSE
                   MOVE ZEROES TO WS-ORIG-BONO
               END-IF
               IF LEDGER-FECHA NUMERIC AND LEDGER-FECHA > 0
                   MOVE LEDGER-FECHA TO WS-ORIG-FECHA
               ELSE
                   IF PARTIDA-DEL-DIA
                       MOVE WS-FECHA-NEG TO WS-ORIG-FECHA
                   ELSE
                       MOVE WS-FECHA-PART-NUM TO WS-ORIG-FECHA
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  UNA PARTIDA YA REVERSADA NO ADMITE OTRO AJUSTE     *
      ******************************************************
       3300-VERIFICAR-REVERSO.

           MOVE 'N' TO WS-FLAG-FIN

           OPEN INPUT AJUSTES-FILE

           IF WS-FS-AJUSTES = '35'
               SET FIN-ARCHIVO TO TRUE
           ELSE
               READ AJUSTES-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               IF AJU-TICKET NUMERIC
                  AND AJU-TICKET = WS-TICKET
                  AND AJU-ES-REVERSO
                   DISPLAY 'LA PARTIDA YA FUE REVERSADA EL '
                           AJU-FECHA-NEG ' (SUPERVISOR '
                           AJU-SUPERVISOR ').'
                   SET OPERACION-RECHAZADA TO TRUE
               END-IF
               READ AJUSTES-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
           END-PERFORM

           IF WS-FS-AJUSTES NOT = '35'
               CLOSE AJUSTES-FILE
           END-IF.

      ******************************************************
       3400-MOSTRAR-PARTIDA.

           MOVE WS-TICKET TO WP-TICKET

           DISPLAY '---------------------------------------------'
           DISPLAY 'PARTIDA DEL TICKET: ' WP-TICKET
                   '  FECHA: ' WS-ORIG-FECHA
           DISPLAY 'JUGADOR: ' WS-ORIG-PLAYER-ID
           MOVE WS-ORIG-APUESTA TO WP-IMPORTE
           DISPLAY 'APUESTA: ' WP-IMPORTE
           MOVE WS-ORIG-BONO TO WP-IMPORTE
           DISPLAY '  CON BONO: ' WP-IMPORTE
           MOVE WS-ORIG-PAGO TO WP-IMPORTE
           DISPLAY 'PAGO:    ' WP-IMPORTE
           MOVE WS-ORIG-NETO TO WP-NETO
           DISPLAY 'NETO:    ' WP-NETO
           DISPLAY '---------------------------------------------'.

      ******************************************************
      *  EL MOTIVO DEBE SER UN CODIGO DE LA TABLA MOTAJU    *
      ******************************************************
       3500-PEDIR-MOTIVO.

           DISPLAY 'MOTIVOS DE AJUSTE:'
           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IDX-MOTIVO > WS-CANT-MOTIVOS
               DISPLAY '  ' MOT-CODIGO(WS-IDX-MOTIVO) ' - '
                       MOT-DESCRIPCION(WS-IDX-MOTIVO)
           END-PERFORM

           DISPLAY 'INGRESE EL CODIGO DE MOTIVO: '
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO

           MOVE 'N' TO WS-FLAG-MOTIVO
           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IDX-MOTIVO > WS-CANT-MOTIVOS
               IF MOT-CODIGO(WS-IDX-MOTIVO) = WS-MOTIVO
                   SET MOTIVO-VALIDO TO TRUE
               END-IF
           END-PERFORM

           IF MOTIVO-VALIDO
               DISPLAY 'OBSERVACION: '
               MOVE SPACES TO WS-OBSERVACION
               ACCEPT WS-OBSERVACION
               IF WS-MOTIVO = 'OT' AND WS-OBSERVACION = SPACES
                   DISPLAY 'EL MOTIVO OT REQUIERE UNA OBSERVACION.'
                   SET OPERACION-RECHAZADA TO TRUE
               END-IF
           ELSE
               DISPLAY 'CODIGO DE MOTIVO INVALIDO.'
               SET OPERACION-RECHAZADA TO TRUE
           END-IF.

      ******************************************************
      *  SENTIDO E IMPORTE DEL AJUSTE MANUAL                *
      ******************************************************
       3600-PEDIR-IMPORTE.

           DISPLAY 'C - CREDITO AL JUGADOR  /  D - DEBITO AL JUGADOR: '
           MOVE SPACES TO WS-SIGNO-MANUAL
           ACCEPT WS-SIGNO-MANUAL

           IF AJUSTE-A-CREDITO OR AJUSTE-A-DEBITO
               DISPLAY 'INGRESE EL IMPORTE: '
               MOVE ZEROES TO WS-IMPORTE
               ACCEPT WS-IMPORTE
               IF WS-IMPORTE NOT NUMERIC OR WS-IMPORTE = 0
                   DISPLAY 'IMPORTE INVALIDO.'
                   SET OPERACION-RECHAZADA TO TRUE
               END-IF
           ELSE
               DISPLAY 'OPCION INVALIDA.'
               SET OPERACION-RECHAZADA TO TRUE
           END-IF.

      ******************************************************
      *  ARMA LOS IMPORTES DEL AJUSTE Y SU EFECTO SOBRE EL  *
      *  EFECTIVO DE LA CUENTA:                             *
      *    REVERSO: DEBITO = PAGO, CREDITO = APUESTA, LA    *
      *    PORCION DE BONO VUELVE AL BONO (SI EL JUGADOR YA *
      *    NO TIENE BILLETERA VUELVE AL EFECTIVO)           *
      *    MANUAL:  DEBITO O CREDITO POR EL IMPORTE         *
      ******************************************************
       3700-CALCULAR-AJUSTE.

           MOVE ZEROES TO WS-AJU-DEBITO
                          WS-AJU-CREDITO
                          WS-AJU-BONO

           IF AJUSTE-REVERSO
               MOVE WS-ORIG-PAGO    TO WS-AJU-DEBITO
               MOVE WS-ORIG-APUESTA TO WS-AJU-CREDITO
               MOVE WS-ORIG-BONO    TO WS-AJU-BONO
           ELSE
               IF AJUSTE-A-CREDITO
                   MOVE WS-IMPORTE TO WS-AJU-CREDITO
               ELSE
                   MOVE WS-IMPORTE TO WS-AJU-DEBITO
               END-IF
           END-IF

           IF WS-AJU-BONO > 0
               MOVE WS-ORIG-PLAYER-ID TO BON-PLAYER-ID
               READ BONOS-FILE
                   INVALID KEY
                       DISPLAY 'EL JUGADOR NO TIENE BILLETERA DE '
                               'BONO: LA PORCION DE BONO VUELVE AL '
                               'EFECTIVO.'
                       MOVE ZEROES TO WS-AJU-BONO
               END-READ
           END-IF

           COMPUTE WS-AJU-NETO = WS-AJU-CREDITO - WS-AJU-DEBITO
           COMPUTE WS-EFECTO-CTA = WS-AJU-NETO - WS-AJU-BONO

           MOVE WS-ORIG-PLAYER-ID TO CTA-PLAYER-ID
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY 'EL JUGADOR NO TIENE CUENTA.'
                   SET OPERACION-RECHAZADA TO TRUE
           END-READ

           IF OPERACION-ACEPTADA
               COMPUTE WS-SALDO-NUEVO = CTA-SALDO + WS-EFECTO-CTA
               MOVE WS-AJU-DEBITO TO WP-IMPORTE
               DISPLAY 'DEBITO AL JUGADOR:       ' WP-IMPORTE
               MOVE WS-AJU-CREDITO TO WP-IMPORTE
               DISPLAY 'CREDITO AL JUGADOR:      ' WP-IMPORTE
               MOVE WS-AJU-BONO TO WP-IMPORTE
               DISPLAY '  DE ELLO AL BONO:       ' WP-IMPORTE
               MOVE CTA-SALDO TO WP-SALDO
               DISPLAY 'SALDO ACTUAL:          ' WP-SALDO
               MOVE WS-SALDO-NUEVO TO WP-SALDO
               DISPLAY 'SALDO LUEGO DEL AJUSTE:' WP-SALDO
               IF WS-SALDO-NUEVO < 0
                   DISPLAY '*** EL SALDO DE LA CUENTA QUEDA '
                           'NEGATIVO ***'
               END-IF
               DISPLAY 'CONFIRMA EL AJUSTE (S/N): '
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   SET OPERACION-RECHAZADA TO TRUE
               END-IF
           END-IF.

      ******************************************************
      *  UN SUPERVISOR DISTINTO DEL OPERADOR INGRESA Y      *
      *  APRUEBA EL AJUSTE; DESPUES SE RESTAURA EL INGRESO  *
      *  DEL OPERADOR                                       *
      ******************************************************
       4000-APROBAR-SUPERVISOR.

           MOVE SPACES TO WS-SUPERVISOR

           DISPLAY 'APROBACION DEL SUPERVISOR.'
           MOVE 'IN' TO SEG-ACCION
           CALL WS-RUTINA-SEG USING AREA-SEGURIDAD

           IF SEG-ACEPTADO
               IF SEG-OPERADOR = WS-OPERADOR
                   DISPLAY 'EL SUPERVISOR DEBE SER OTRA PERSONA QUE '
                           'EL OPERADOR.'
                   MOVE 'ER' TO SEG-RESULTADO
               ELSE
                   MOVE 'AU'          TO SEG-ACCION
                   MOVE 'SU'          TO SEG-ROLES-PERMITIDOS
                   MOVE 'APROBAR AJUSTE DEL LIBRO MAYOR'
                                      TO SEG-FUNCION
                   CALL WS-RUTINA-SEG USING AREA-SEGURIDAD
               END-IF
           END-IF

           IF SEG-ACEPTADO
               MOVE SEG-OPERADOR TO WS-SUPERVISOR
           ELSE
               DISPLAY 'AJUSTE NO APROBADO.'
               SET OPERACION-RECHAZADA TO TRUE
           END-IF

           MOVE WS-OPERADOR     TO SEG-OPERADOR
           MOVE WS-ROL-OPERADOR TO SEG-ROL
           MOVE 'OK'            TO SEG-RESULTADO.

      ******************************************************
      *  GRABA LA LINEA DEL AJUSTE EN EL LIBRO MAYOR DEL    *
      *  DIA, ACTUALIZA LA CUENTA Y EL BONO Y DEJA LA       *
      *  CONSTANCIA DEL AJUSTE                              *
      ******************************************************
       5000-APLICAR-AJUSTE.

           ACCEPT WS-HORA-AJU FROM TIME

           MOVE WS-PARTIDA-ORIG TO LEDGER-RECORD
           MOVE WS-AJU-DEBITO   TO LEDGER-APUESTA
           MOVE WS-AJU-CREDITO  TO LEDGER-PAGO
           MOVE WS-AJU-NETO     TO LEDGER-SALDO-NETO
           MOVE WS-TIPO-AJUSTE  TO LEDGER-TIPO
           MOVE WS-FECHA-NEG    TO LEDGER-FECHA
           MOVE WS-AJU-BONO     TO LEDGER-APUESTA-BONO
           MOVE WS-TICKET       TO LEDGER-TICKET
           MOVE WS-MOTIVO       TO LEDGER-MOTIVO

           OPEN EXTEND LEDGER-FILE

           IF WS-FS-LEDGER = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF

           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE

           MOVE WS-ORIG-PLAYER-ID TO CTA-PLAYER-ID
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY 'ERROR AL LEER LA CUENTA: ' WS-FS-CUENTAS
               NOT INVALID KEY
                   ADD WS-EFECTO-CTA TO CTA-SALDO
                       ON SIZE ERROR
                           DISPLAY 'SALDO DE LA CUENTA DESBORDA.'
                   END-ADD
                   REWRITE CTA-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR LA CUENTA: '
                                   WS-FS-CUENTAS
                   END-REWRITE
           END-READ

           IF WS-AJU-BONO > 0
               PERFORM 5100-DEVOLVER-BONO
           END-IF

           PERFORM 5200-GRABAR-CONSTANCIA

           MOVE CTA-SALDO TO WP-SALDO
           DISPLAY 'AJUSTE APLICADO. SALDO DE LA CUENTA: ' WP-SALDO.

      ******************************************************
       5100-DEVOLVER-BONO.

           MOVE WS-ORIG-PLAYER-ID TO BON-PLAYER-ID
           READ BONOS-FILE
               INVALID KEY
                   DISPLAY 'ERROR AL LEER EL BONO: ' WS-FS-BONOS
               NOT INVALID KEY
                   ADD WS-AJU-BONO TO BON-SALDO
                       ON SIZE ERROR
                           DISPLAY 'SALDO DE BONO DESBORDA.'
                   END-ADD
                   REWRITE BON-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL BONO: '
                                   WS-FS-BONOS
                   END-REWRITE
                   MOVE BON-SALDO TO WP-IMPORTE
                   DISPLAY 'SALDO DE BONO: ' WP-IMPORTE
           END-READ.

      ******************************************************
      *  CONSTANCIA DEL AJUSTE CON OPERADOR Y SUPERVISOR    *
      ******************************************************
       5200-GRABAR-CONSTANCIA.

           MOVE WS-FECHA-NEG      TO AJU-FECHA-NEG
           MOVE WS-HORA-AJU       TO AJU-HORA
           MOVE WS-TICKET         TO AJU-TICKET
           MOVE WS-ORIG-FECHA     TO AJU-FECHA-PARTIDA
           MOVE WS-ORIG-PLAYER-ID TO AJU-PLAYER-ID
           MOVE WS-TIPO-AJUSTE    TO AJU-TIPO
           MOVE WS-MOTIVO         TO AJU-MOTIVO
           MOVE WS-AJU-DEBITO     TO AJU-DEBITO
           MOVE WS-AJU-CREDITO    TO AJU-CREDITO
           MOVE WS-AJU-BONO       TO AJU-BONO
           MOVE WS-OPERADOR       TO AJU-OPERADOR
           MOVE WS-SUPERVISOR     TO AJU-SUPERVISOR
           MOVE WS-OBSERVACION    TO AJU-OBSERVACION

           OPEN EXTEND AJUSTES-FILE

           IF WS-FS-AJUSTES = '35'
               OPEN OUTPUT AJUSTES-FILE
           END-IF

           WRITE AJU-RECORD
           CLOSE AJUSTES-FILE.

      ******************************************************
       9000-CERRAR-MAESTROS.

           CLOSE CUENTAS-FILE
           CLOSE BONOS-FILE.

       END PROGRAM AZARAJU.
