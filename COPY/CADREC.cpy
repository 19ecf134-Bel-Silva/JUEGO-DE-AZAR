      ******************************************************************
      * CADREC - Layout de un paso de la cadena batch nocturna
      * (CADENA.DAT, una linea por paso) que ejecuta AZARCAD:
      *   CAD-ORDEN        - orden de ejecucion del paso.
      *   CAD-PROGRAMA     - programa del paso, tal como lo asienta en
      *                      el control de corridas (RUNCTRL.DAT).
      *   CAD-REEJECUTABLE - 'S' si el paso se puede volver a correr
      *                      despues de una corrida fallida o
      *                      interrumpida; 'N' si no (por ejemplo
      *                      EJEAZARL y AZARSTA, que graban partidas o
      *                      acumulan estadisticas): el paso queda
      *                      para que operaciones lo resuelva a mano.
      *   CAD-COMANDO      - comando con el que se lanza el paso; en
      *                      blanco se lanza el programa por su nombre.
      * Sin el archivo rige la cadena de la casa: EJEAZARL, AZARSTA,
      * AZARCON, AZARFIN, AZARSEM, AZARREP, AZARBAL y AZARCIE.
      ******************************************************************
           01  CAD-RECORD.
               05 CAD-ORDEN            PIC 9(02).
               05 CAD-PROGRAMA         PIC X(08).
               05 CAD-REEJECUTABLE     PIC X(01).
                   88 CAD-SE-PUEDE-REPETIR VALUE 'S'.
               05 CAD-COMANDO          PIC X(60).
