      * fecha de negocio de la corrida, fecha y hora reales, los
      * registros leidos y grabados y el resultado ('OK' o 'ER'; en
      * la linea de inicio el resultado va en blanco). AZARCIE exige
      * una linea 'F' con resultado 'OK' de AZARSTA, AZARCON, AZARFIN,
      * AZARSEM y AZARBAL para la fecha de negocio antes de cerrar el
      * dia. AZARCAD, el conductor de la cadena nocturna, toma de estas
      * lineas el resultado de cada paso para seguir, detenerse o
      * retomar la cadena desde el paso que fallo.
      * El archivo se conserva de un dia al otro como historia de
      * corridas.
      ******************************************************************
