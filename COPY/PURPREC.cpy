      ******************************************************************
      * PURPREC - Parametro de retencion de generaciones archivadas
      * (PURGPARM.DAT, un solo registro). PUR-DIAS-RETENCION es la
      * cantidad de dias de negocio hacia atras que se conservan; las
      * generaciones de fechas anteriores son candidatas a la purga de
      * AZARPUR. Sin el archivo, o con un valor por debajo del minimo,
      * rige el valor de la casa.
      ******************************************************************
           01  PUR-PARM-RECORD.
               05 PUR-DIAS-RETENCION    PIC 9(05).
