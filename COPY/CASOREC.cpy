      ******************************************************************
      * CASOREC - Caso de vigilancia de efectivo (CASOSAML.IDX,
      * indexado con clave jugador + tipo de alerta + fecha de negocio
      * en que se detecto). AZARAML graba una linea por alerta, abierta;
      * cumplimiento la revisa y la cierra con AZARCAS dejando su nota.
      * Tipos de alerta:
      *   'UE' - EFECTIVO INGRESADO EN EL DIA SOBRE EL UMBRAL
      *   'US' - EFECTIVO RETIRADO EN EL DIA SOBRE EL UMBRAL
      *   'FR' - FRACCIONAMIENTO: VARIOS DEPOSITOS JUSTO DEBAJO DEL
      *          UMBRAL EN LA VENTANA
      *   'CI' - CICLO DEPOSITO-RETIRO CON POCA APUESTA EN LA VENTANA
      * CASO-IMPORTE lleva el efectivo que disparo la alerta (ingresado
      * o retirado en el dia; ingresado en la ventana para 'FR' y 'CI'),
      * CASO-RETIRADO y CASO-APOSTADO el retiro y lo apostado de la
      * ventana, CASO-CANTIDAD la cantidad de depositos justo debajo
      * del umbral y CASO-DESDE el primer dia de la ventana.
      ******************************************************************
           01  CASO-RECORD.
               05 CASO-CLAVE.
                   10 CASO-PLAYER-ID    PIC X(10).
                   10 CASO-TIPO         PIC X(02).
                       88 CASO-ES-UMBRAL-ENTRADA VALUE 'UE'.
                       88 CASO-ES-UMBRAL-SALIDA  VALUE 'US'.
                       88 CASO-ES-FRACCIONAMIENTO VALUE 'FR'.
                       88 CASO-ES-CICLO          VALUE 'CI'.
                   10 CASO-FECHA        PIC 9(08).
               05 CASO-ESTADO           PIC X(01).
                   88 CASO-ABIERTO          VALUE 'A'.
                   88 CASO-CERRADO          VALUE 'C'.
               05 CASO-DESDE            PIC 9(08).
               05 CASO-IMPORTE          PIC 9(09)V99.
               05 CASO-RETIRADO         PIC 9(09)V99.
               05 CASO-APOSTADO         PIC 9(09)V99.
               05 CASO-CANTIDAD         PIC 9(05).
               05 CASO-FECHA-CIERRE     PIC 9(08).
               05 CASO-OPERADOR-CIERRE  PIC X(10).
               05 CASO-NOTA             PIC X(40).
