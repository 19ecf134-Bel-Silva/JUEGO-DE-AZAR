      ******************************************************************
      * ACCEREC - Layout de una linea del registro de accesos
      * (ACCESOS.DAT). La rutina AZARSEG graba una linea por cada
      * ingreso aceptado ('IN'), cada intento fallido ('FA') y cada
      * funcion denegada por rol ('DE'); AZAROPE graba ademas las
      * altas ('AL'), inhabilitaciones ('BA'), rehabilitaciones ('RH')
      * y blanqueos de clave ('CL') de operadores.
      * Lleva la fecha de negocio, fecha y hora
      * reales, el programa, el operador y la funcion o el motivo. El
      * archivo se conserva de un dia al otro.
      ******************************************************************
           01  ACC-RECORD.
               05 ACC-FECHA-NEG        PIC 9(08).
               05 ACC-FECHA            PIC 9(08).
               05 ACC-HORA             PIC 9(08).
               05 ACC-PROGRAMA         PIC X(08).
               05 ACC-OPERADOR         PIC X(10).
               05 ACC-EVENTO           PIC X(02).
                   88 ACC-ES-INGRESO       VALUE 'IN'.
                   88 ACC-ES-FALLIDO       VALUE 'FA'.
                   88 ACC-ES-DENEGADO      VALUE 'DE'.
                   88 ACC-ES-ALTA          VALUE 'AL'.
                   88 ACC-ES-BAJA          VALUE 'BA'.
                   88 ACC-ES-REHABILITACION VALUE 'RH'.
                   88 ACC-ES-CLAVE         VALUE 'CL'.
               05 ACC-DETALLE          PIC X(40).
