      ******************************************************************
      * EXPGREC - Layout fijo de la exportacion anual de ganancias para
      * la autoridad fiscal (GANA<ano>.DAT), grabada por AZARANU.
      * Todas las lineas miden 117 posiciones; EXG-TIPO indica el tipo:
      *   'H' - CABECERA: ano fiscal, fecha de generacion, casa y los
      *         umbrales aplicados.
      *   'D' - DETALLE: un jugador del maestro de cuentas que alcanzo
      *         el umbral anual o tuvo algun pago reportable. La
      *         apuesta fondeada con bono va separada de la apuesta
      *         propia del jugador.
      *   'T' - PIE: cantidad de detalles, totales de control de los
      *         detalles y dias del ano sin generacion archivada.
      * Los importes con signo llevan el signo adelante y separado.
      ******************************************************************
           01  EXG-RECORD.
               05 EXG-TIPO             PIC X(01).
                   88 EXG-ES-CABECERA      VALUE 'H'.
                   88 EXG-ES-DETALLE       VALUE 'D'.
                   88 EXG-ES-PIE           VALUE 'T'.
               05 EXG-CABECERA.
                   10 EXG-ANIO             PIC 9(04).
                   10 EXG-FECHA-GEN        PIC 9(08).
                   10 EXG-CASA             PIC X(20).
                   10 EXG-UMBRAL-ANUAL     PIC 9(07)V99.
                   10 EXG-UMBRAL-PAGO      PIC 9(07)V99.
                   10 FILLER               PIC X(66).
               05 EXG-DETALLE REDEFINES EXG-CABECERA.
                   10 EXG-PLAYER-ID        PIC X(10).
                   10 EXG-ESTADO-CTA       PIC X(01).
                   10 EXG-APUESTA          PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-APUESTA-BONO     PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-APUESTA-PROPIA   PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-PAGO             PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-CANT-POZOS       PIC 9(05).
                   10 EXG-POZOS            PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-AJUSTES          PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-RESULTADO        PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-CANT-REPORT      PIC 9(05).
                   10 EXG-TOT-REPORT       PIC 9(09)V99.
               05 EXG-PIE REDEFINES EXG-CABECERA.
                   10 EXG-CANT-DETALLES    PIC 9(07).
                   10 EXG-TOT-PAGO         PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-TOT-APUESTA-PROP PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-TOT-APUESTA-BONO PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-TOT-RESULTADO    PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
                   10 EXG-SUMA-REPORT      PIC 9(11)V99.
                   10 EXG-DIAS-FALTANTES   PIC 9(03).
                   10 FILLER               PIC X(37).
