      ******************************************************************
      * TURNREC - Layout de un turno de cajon cerrado (TURNOS.DAT, una
      * linea por cierre de cajon, en el orden de los cierres). AZARCAJ
      * la graba al cerrar el cajon: fondo inicial, depositos ('DP' y
      * aperturas 'AP') y retiros ('RT') del diario de caja para ese
      * operador y turno, el efectivo esperado (fondo + depositos -
      * retiros), el efectivo contado declarado por el cajero y la
      * diferencia (contado - esperado: positiva = sobrante, negativa
      * = faltante). AZARARQ emite con estas lineas el reporte de
      * sobrantes y faltantes por operador y fecha de negocio.
      ******************************************************************
           01  TUR-RECORD.
               05 TUR-OPERADOR         PIC X(10).
               05 TUR-TURNO            PIC 9(05).
               05 TUR-FECHA            PIC 9(08).
               05 TUR-HORA-APERTURA    PIC 9(08).
               05 TUR-HORA-CIERRE      PIC 9(08).
               05 TUR-FONDO            PIC 9(07)V99.
               05 TUR-DEPOSITOS        PIC 9(07)V99.
               05 TUR-RETIROS          PIC 9(07)V99.
               05 TUR-ESPERADO         PIC S9(07)V99.
               05 TUR-CONTADO          PIC 9(07)V99.
               05 TUR-DIFERENCIA       PIC S9(07)V99.
