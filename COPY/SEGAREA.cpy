      ******************************************************************
      * SEGAREA - Area de comunicacion con la rutina de seguridad
      * AZARSEG. El programa que la llama indica la accion:
      *   'IN' ingreso: AZARSEG pide el ID y la clave del operador
      *        (hasta tres intentos) contra el maestro OPERADOR.IDX y
      *        devuelve el operador y su rol;
      *   'AU' autorizacion: verifica que el rol del operador
      *        ingresado este entre los roles permitidos para la
      *        funcion (hasta cuatro roles de dos letras);
      *   'RG' registro: solo asienta el evento indicado en el
      *        registro de accesos.
      * Todo ingreso, intento fallido y funcion denegada queda en el
      * registro de accesos (ACCESOS.DAT). El resultado vuelve en
      * SEG-RESULTADO ('OK' aceptado, 'ER' rechazado).
      ******************************************************************
           01  AREA-SEGURIDAD.
               05 SEG-ACCION           PIC X(02).
                   88 SEG-INGRESAR         VALUE 'IN'.
                   88 SEG-AUTORIZAR        VALUE 'AU'.
                   88 SEG-REGISTRAR        VALUE 'RG'.
               05 SEG-PROGRAMA         PIC X(08).
               05 SEG-FECHA-NEG        PIC 9(08).
               05 SEG-OPERADOR         PIC X(10).
               05 SEG-ROL              PIC X(02).
               05 SEG-ROLES-PERMITIDOS PIC X(08).
               05 SEG-EVENTO           PIC X(02).
               05 SEG-FUNCION          PIC X(40).
               05 SEG-RESULTADO        PIC X(02).
                   88 SEG-ACEPTADO         VALUE 'OK'.
                   88 SEG-RECHAZADO        VALUE 'ER'.
