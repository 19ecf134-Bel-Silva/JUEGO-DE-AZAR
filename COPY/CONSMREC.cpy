      ******************************************************************
      * CONSMREC - Layout de una linea del registro de meses
      * consolidados (CONSMES.DAT). AZARMES agrega una linea por cada
      * mes calendario que su rango de fechas cubrio completo, con el
      * rango de la corrida, la fecha real de la corrida y la cantidad
      * de excepciones de integridad contra el catalogo de
      * generaciones que encontro. AZARPUR solo purga generaciones de
      * un mes con al menos una consolidacion sin excepciones.
      ******************************************************************
           01  CONSM-RECORD.
               05 CONSM-ANIO-MES        PIC 9(06).
               05 CONSM-DESDE           PIC 9(08).
               05 CONSM-HASTA           PIC 9(08).
               05 CONSM-FECHA-CORRIDA   PIC 9(08).
               05 CONSM-EXC-INTEGRIDAD  PIC 9(05).
