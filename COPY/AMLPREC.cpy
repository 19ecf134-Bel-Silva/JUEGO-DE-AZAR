      ******************************************************************
      * AMLPREC - Parametros de la vigilancia de efectivo (prevencion
      * de lavado de dinero) que aplica AZARAML (AMLPARM.DAT, una sola
      * linea). Si el archivo no existe rigen los valores de la casa:
      *   AML-VENTANA-DIAS  - dias de negocio hacia atras que abarca
      *                       la ventana movil (incluye el dia): 7.
      *   AML-UMBRAL        - importe reportable de efectivo ingresado
      *                       o retirado por un jugador en un dia:
      *                       10000,00.
      *   AML-PCT-CASI      - un deposito de al menos este porcentaje
      *                       del umbral, sin llegar al umbral, cuenta
      *                       como "justo debajo": 90.
      *   AML-CANT-FRACC    - cantidad de depositos justo debajo del
      *                       umbral en la ventana que configura un
      *                       fraccionamiento: 3.
      *   AML-MINIMO-CICLO  - efectivo ingresado en la ventana a partir
      *                       del cual se evalua el ciclo deposito-
      *                       retiro: 1000,00.
      *   AML-PCT-RETIRO    - porcentaje del efectivo ingresado que
      *                       debe haberse retirado para que haya
      *                       ciclo: 80.
      *   AML-PCT-APUESTA   - el ciclo se informa si lo apostado en la
      *                       ventana no supera este porcentaje del
      *                       efectivo ingresado: 10.
      ******************************************************************
           01  AML-PARAM-RECORD.
               05 AML-VENTANA-DIAS     PIC 9(03).
               05 AML-UMBRAL           PIC 9(07)V99.
               05 AML-PCT-CASI         PIC 9(03).
               05 AML-CANT-FRACC       PIC 9(03).
               05 AML-MINIMO-CICLO     PIC 9(07)V99.
               05 AML-PCT-RETIRO       PIC 9(03).
               05 AML-PCT-APUESTA      PIC 9(03).
