      ******************************************************************
      * CAJNREC - Layout del cajon de un operador de caja (CAJONES.IDX,
      * indexado con clave CAJN-OPERADOR, el mismo operador que
      * AZARCTA graba en CAJ-OPERADOR). Un registro por operador con
      * el estado de su cajon: AZARCAJ lo abre con el fondo inicial
      * declarado por el cajero, numerando el turno (CAJN-TURNO sube
      * en uno en cada apertura), y lo cierra con el efectivo contado.
      * AZARCTA rechaza los movimientos de efectivo de un operador
      * sin el cajon abierto y AZARCIE no cierra el dia mientras haya
      * algun cajon abierto.
      ******************************************************************
           01  CAJN-RECORD.
               05 CAJN-OPERADOR        PIC X(10).
               05 CAJN-ESTADO          PIC X(01).
                   88 CAJN-ABIERTO         VALUE 'A'.
                   88 CAJN-CERRADO         VALUE 'C'.
               05 CAJN-TURNO           PIC 9(05).
               05 CAJN-FECHA           PIC 9(08).
               05 CAJN-HORA-APERTURA   PIC 9(08).
               05 CAJN-FONDO           PIC 9(07)V99.
