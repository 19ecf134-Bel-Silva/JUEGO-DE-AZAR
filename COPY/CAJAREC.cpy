      * que el flujo de efectivo tenga el mismo rastro auditable que
      * las partidas tienen en el libro mayor. AZAREXT fusiona este
      * diario con LEDGER.DAT para emitir el extracto del jugador.
      * Como el libro mayor, el diario es del dia: AZARCIE lo rueda
      * al cierre a la generacion CAJA<fecha>.DAT y lo deja vacio.
      * Tipos:
      *   'AP' - APERTURA DE CUENTA (IMPORTE = SALDO INICIAL)
      *   'DP' - DEPOSITO EN EFECTIVO
      *   'BC' - BONO CONVERTIDO A EFECTIVO AL CUMPLIR EL REQUISITO
      *          DE APUESTA (ACREDITA EL IMPORTE EN LA CUENTA)
      *   'BV' - BONO VENCIDO Y PERDIDO (NO ES EFECTIVO)
      * CAJ-TURNO lleva el numero de turno del cajon del operador
      * (CAJONES.IDX) que estaba abierto al registrar el movimiento;
      * AZARCAJ suma por operador y turno los depositos, retiros y
      * aperturas para el arqueo del cierre del cajon. Los movimientos
      * que no pasan por un cajon (los de los juegos) van con turno
      * cero; las lineas anteriores a este campo quedan en blanco y
      * los lectores las toman como sin turno.
      ******************************************************************
           01  CAJA-RECORD.
               05 CAJ-FECHA            PIC 9(08).
                   88 CAJ-ES-BONO-VENCIDO  VALUE 'BV'.
               05 CAJ-IMPORTE          PIC 9(05)V99.
               05 CAJ-SALDO-POST       PIC S9(07)V99.
               05 CAJ-TURNO            PIC 9(05).
