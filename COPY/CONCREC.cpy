      ******************************************************************
      * CONCREC - Layout del archivo de trabajo de la conciliacion por
      * ticket de partida (indexado con clave CONC-TICKET). AZARCON
      * (CONTKT.IDX) y AZARCIE (CIETKT.IDX) lo recrean en cada corrida
      * con una entrada por partida del historial del dia y marcan en
      * ella el movimiento de partida del libro mayor
      * (CONC-CONCILIADO) y la linea de auditoria de semilla de origen
      * 'A' (CONC-AUDITADO) que llevan el mismo ticket; al final se
      * recorre completo para informar las partidas sin aparear. Al
      * ser un archivo y no una tabla en memoria no tiene tope de
      * partidas por dia. No se conserva de una corrida a la otra.
      * CONC-AJUSTADO marca las partidas con un reverso o ajuste
      * manual ('R'/'M') del dia en el libro mayor: su movimiento de
      * partida se da por conciliado aunque el pago o los datos no
      * coincidan con el historial.
      ******************************************************************
           01  CONC-RECORD.
               05 CONC-TICKET          PIC 9(09).
               05 CONC-PLAYER-ID       PIC X(10).
               05 CONC-LONGITUD-NUM    PIC 9(01).
               05 CONC-NUM-INTENTOS    PIC 9(03).
               05 CONC-ACERTADOS       PIC 9(01).
               05 CONC-REGULARES       PIC 9(01).
               05 CONC-CONCILIADO      PIC X(01).
               05 CONC-AUDITADO        PIC X(01).
               05 CONC-AJUSTADO        PIC X(01).
