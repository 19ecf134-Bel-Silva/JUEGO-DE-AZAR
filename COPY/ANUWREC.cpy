      ******************************************************************
      * ANUWREC - Archivo de trabajo de AZARANU (ANUTRAB.IDX, indexado
      * con clave jugador). Una entrada por jugador con lo acumulado
      * en el ano calendario sobre las generaciones LEDG<fecha>.DAT:
      *   ANUW-APUESTA      - apuestas de las partidas, menos las
      *                       devueltas por reversos.
      *   ANUW-APUESTA-BONO - porcion de esas apuestas fondeada con
      *                       bono promocional (no es apuesta propia).
      *   ANUW-PAGO         - pagos de partidas y pozos ganados, menos
      *                       los pagos revertidos.
      *   ANUW-CANT-POZOS /
      *   ANUW-POZOS        - pozos progresivos ganados ('J'),
      *                       incluidos en ANUW-PAGO.
      *   ANUW-AJUSTES      - neto de los ajustes manuales ('M').
      *   ANUW-CANT-REPORT /
      *   ANUW-TOT-REPORT   - pagos individuales que alcanzaron el
      *                       umbral de pago reportable.
      * ANUW-EN-REGISTRO marca al jugador ya encontrado en el maestro
      * de cuentas. Se rearma en cada corrida.
      ******************************************************************
           01  ANUW-RECORD.
               05 ANUW-PLAYER-ID        PIC X(10).
               05 ANUW-APUESTA          PIC S9(09)V99.
               05 ANUW-APUESTA-BONO     PIC S9(09)V99.
               05 ANUW-PAGO             PIC S9(09)V99.
               05 ANUW-CANT-POZOS       PIC 9(05).
               05 ANUW-POZOS            PIC S9(09)V99.
               05 ANUW-AJUSTES          PIC S9(09)V99.
               05 ANUW-CANT-REPORT      PIC 9(05).
               05 ANUW-TOT-REPORT       PIC 9(09)V99.
               05 ANUW-EN-REGISTRO      PIC X(01).
