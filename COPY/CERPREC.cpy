      ******************************************************************
      * CERPREC - Parametros del certificado anual de ganancias que
      * emite AZARANU (CERTPARM.DAT, una sola linea). Si el archivo no
      * existe, o un campo viene en cero, rige el valor de la casa:
      *   CER-UMBRAL-PAGO   - un pago individual (partida o pozo) de
      *                       este importe o mas es reportable:
      *                       1200,00.
      *   CER-UMBRAL-ANUAL  - el jugador cuyo resultado neto del ano
      *                       (pagos menos apuesta propia, mas
      *                       ajustes) alcanza este importe recibe
      *                       certificado y va en la exportacion:
      *                       600,00.
      ******************************************************************
           01  CER-PARAM-RECORD.
               05 CER-UMBRAL-PAGO      PIC 9(07)V99.
               05 CER-UMBRAL-ANUAL     PIC 9(07)V99.
