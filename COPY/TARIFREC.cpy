      ******************************************************************
      * TARIFREC - Layout de una version de la tabla de pagos de la
      * casa (TARIFAS.DAT, una linea por version, en orden de fecha
      * de vigencia). Cada version rige desde TAR-VIGENCIA (fecha de
      * negocio) hasta el dia anterior a la vigencia de la version
      * siguiente; los juegos, la liquidacion forzada y las
      * conciliaciones toman la version vigente en la fecha de
      * negocio de la partida. TAR-PAGO-ACIERTO lleva el multiplicador
      * de la apuesta para una partida ganada, por dificultad (indice
      * = longitud - 3: 4, 5 o 6 digitos); TAR-MULT-REGULAR el
      * multiplicador por cada acierto regular; TAR-APUESTA-MAXIMA el
      * tope de la apuesta y del pago. TAR-FECHA-ALTA y TAR-OPERADOR
      * dejan constancia de quien programo la version en AZARTAR.
      * Para las fechas anteriores a la primera version (o si el
      * archivo no existe) rigen los valores historicos de la casa:
      * 5,00 / 8,00 / 12,00, regular 0,10 y apuesta maxima 5000,00.
      ******************************************************************
           01  TAR-RECORD.
               05 TAR-VIGENCIA         PIC 9(08).
               05 TAR-PAGO-ACIERTO     OCCURS 3 TIMES PIC 9(03)V99.
               05 TAR-MULT-REGULAR     PIC 9V99.
               05 TAR-APUESTA-MAXIMA   PIC 9(05)V99.
               05 TAR-FECHA-ALTA       PIC 9(08).
               05 TAR-OPERADOR         PIC X(10).
