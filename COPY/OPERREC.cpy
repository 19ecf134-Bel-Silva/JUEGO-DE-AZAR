      ******************************************************************
      * OPERREC - Layout del maestro de operadores (OPERADOR.IDX,
      * indexado con clave OPER-ID). Un registro por operador con su
      * clave de ingreso, su rol y su estado. El rol define las
      * funciones que puede usar: cajero ('CA'), supervisor ('SU'),
      * cumplimiento ('CU') y operaciones ('OP'). Un operador
      * inhabilitado ('I') no puede ingresar a ningun programa. El
      * alta, la inhabilitacion y el blanqueo de clave se hacen con
      * AZAROPE; el ingreso y la autorizacion de funciones los
      * resuelve la rutina AZARSEG.
      ******************************************************************
           01  OPER-RECORD.
               05 OPER-ID              PIC X(10).
               05 OPER-NOMBRE          PIC X(30).
               05 OPER-CLAVE           PIC X(10).
               05 OPER-ROL             PIC X(02).
                   88 OPER-ES-CAJERO       VALUE 'CA'.
                   88 OPER-ES-SUPERVISOR   VALUE 'SU'.
                   88 OPER-ES-CUMPLIMIENTO VALUE 'CU'.
                   88 OPER-ES-OPERACIONES  VALUE 'OP'.
                   88 OPER-ROL-VALIDO      VALUES 'CA', 'SU',
                                                  'CU', 'OP'.
               05 OPER-ESTADO          PIC X(01).
                   88 OPER-ACTIVO          VALUE 'A'.
                   88 OPER-INHABILITADO    VALUE 'I'.
               05 OPER-FECHA-ALTA      PIC 9(08).
               05 OPER-FECHA-CLAVE     PIC 9(08).
               05 OPER-FECHA-BAJA      PIC 9(08).
               05 OPER-ULTIMO-INGRESO  PIC 9(08).
