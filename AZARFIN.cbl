      * La porcion de cada apuesta fondeada con bono promocional
      * (LEDGER-APUESTA-BONO) se totaliza y se informa aparte como
      * costo promocional, junto con el handle real en efectivo.
      * Los ajustes aprobados del dia (reversos 'R' y ajustes manuales
      * 'M' de AZARAJU) no entran en el handle, el pago ni el hold de
      * las partidas: se informan en una linea propia con la cantidad,
      * los debitos y creditos a los jugadores y su efecto neto para
      * la casa; si entran en la posicion neta de cada jugador.
      * El reporte de registro queda grabado en FIN<fechaneg>.RPT
      * (fecha de negocio de FECHANEG.DAT) con encabezado y corte de
      * pagina, para archivarlo y entregarlo a auditoria; por
           01  WS-TOT-APORTES-POZO PIC 9(09)V99 VALUE ZEROES.
           01  WS-TOT-POZO-PAGADO  PIC 9(09)V99 VALUE ZEROES.

      *****AJUSTES APROBADOS (REVERSOS Y AJUSTES MANUALES) *****

           01  WS-CANT-AJUSTES     PIC 9(05) VALUE ZEROES.
           01  WS-TOT-AJU-DEBITO   PIC 9(09)V99 VALUE ZEROES.
           01  WS-TOT-AJU-CREDITO  PIC 9(09)V99 VALUE ZEROES.
           01  WS-RESULTADO-AJU    PIC S9(09)V99 VALUE ZEROES.

      *****POSICION NETA POR JUGADOR *****

           01  WS-MAX-JUGADORES   PIC 9(03) VALUE 500.
               WHEN LEDGER-ES-POZO-GANADO
                   ADD LEDGER-PAGO TO WS-TOT-POZO-PAGADO
                   PERFORM 1200-ACUMULAR-JUGADOR
               WHEN LEDGER-ES-AJUSTE
                   ADD 1 TO WS-CANT-AJUSTES
                   ADD LEDGER-APUESTA TO WS-TOT-AJU-DEBITO
                   ADD LEDGER-PAGO    TO WS-TOT-AJU-CREDITO
                   SUBTRACT LEDGER-SALDO-NETO FROM WS-RESULTADO-AJU
                   PERFORM 1200-ACUMULAR-JUGADOR
               WHEN OTHER
                   PERFORM 1150-ACUMULAR-PARTIDA
           END-EVALUATE.
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 7100-GRABAR-LINEA

               PERFORM 3250-EMITIR-AJUSTES

               PERFORM 3300-EMITIR-RANKING
           END-IF

           END-IF
           MOVE WS-HOLD-PCT TO WP-HOLD-PCT.

      ******************************************************
      *  LINEA PROPIA DE LOS AJUSTES APROBADOS DEL DIA      *
      ******************************************************
       3250-EMITIR-AJUSTES.

           MOVE WS-RAYA TO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE WS-CANT-AJUSTES TO WP-CANT-PARTIDAS
           MOVE SPACES TO WS-LINEA-REP
           STRING 'AJUSTES APROBADOS (REVERSOS Y MANUALES): '
                  WP-CANT-PARTIDAS
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE WS-TOT-AJU-DEBITO  TO WP-APOSTADO
           MOVE WS-TOT-AJU-CREDITO TO WP-PAGADO
           MOVE WS-RESULTADO-AJU   TO WP-RESULTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DEBITADO: ' WP-APOSTADO
                  '  ACREDITADO: ' WP-PAGADO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           STRING '  EFECTO NETO PARA LA CASA: ' WP-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 7100-GRABAR-LINEA.

      ******************************************************
      *  MAYORES GANADORES Y PERDEDORES NETOS POR JUGADOR   *
      ******************************************************
               DISPLAY 'APOSTADO CON BONO: ' WP-AP-BONO
               PERFORM 3200-CALCULAR-HOLD-GENERAL
               DISPLAY 'HOLD: ' WP-HOLD-PCT ' %'
               MOVE WS-RESULTADO-AJU TO WP-RESULTADO
               DISPLAY 'AJUSTES APROBADOS, EFECTO CASA: ' WP-RESULTADO
           END-IF
           DISPLAY 'REPORTE GRABADO EN: ' WS-NOM-REPORTE
           DISPLAY '============================================='.
