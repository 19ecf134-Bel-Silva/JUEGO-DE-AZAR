      ******************************************************************
      * CATREC - Layout de una entrada del catalogo de generaciones
      * archivadas (CATARCH.IDX, indexado con clave fecha de negocio +
      * tipo de generacion). AZARCIE graba una entrada por cada
      * generacion que escribe al cerrar el dia, con el nombre del
      * archivo, la cantidad de registros copiados y los totales de
      * control:
      *   'LEDG' - LEDG<fecha>.DAT: suma de apuestas, pagos y netos
      *            de todas las lineas del libro mayor.
      *   'HIST' - HIST<fecha>.DAT: partidas ganadas (aciertos igual
      *            a la longitud del numero) y perdidas.
      *   'SEED' - SEED<fecha>.DAT, 'CAJA' - CAJA<fecha>.DAT y
      *   'SALD' - SALD<fecha>.DAT: solo la cantidad de registros.
      * AZARMES y AZARPOZ recalculan los mismos totales al leer cada
      * generacion y los cruzan contra su entrada; una diferencia, o
      * una generacion catalogada que falta, es una excepcion de
      * integridad. AZARPUR purga las generaciones vencidas y marca
      * su entrada como purgada con la fecha de la purga.
      ******************************************************************
           01  CAT-RECORD.
               05 CAT-CLAVE.
                   10 CAT-FECHA-NEG     PIC 9(08).
                   10 CAT-FECHA-PARTES REDEFINES CAT-FECHA-NEG.
                       15 CAT-ANIO-MES  PIC 9(06).
                       15 CAT-DIA       PIC 9(02).
                   10 CAT-TIPO          PIC X(04).
                       88 CAT-ES-LEDGER     VALUE 'LEDG'.
                       88 CAT-ES-HIST       VALUE 'HIST'.
                       88 CAT-ES-SEED       VALUE 'SEED'.
                       88 CAT-ES-CAJA       VALUE 'CAJA'.
                       88 CAT-ES-SALDOS     VALUE 'SALD'.
               05 CAT-NOM-ARCHIVO       PIC X(16).
               05 CAT-CANT-REGS         PIC 9(07).
               05 CAT-TOT-APUESTA       PIC 9(09)V99.
               05 CAT-TOT-PAGO          PIC 9(09)V99.
               05 CAT-TOT-NETO          PIC S9(09)V99.
               05 CAT-CANT-GANADAS      PIC 9(07).
               05 CAT-CANT-PERDIDAS     PIC 9(07).
               05 CAT-FECHA-ALTA        PIC 9(08).
               05 CAT-ESTADO            PIC X(01).
                   88 CAT-VIGENTE           VALUE 'V'.
                   88 CAT-PURGADA           VALUE 'P'.
               05 CAT-FECHA-PURGA       PIC 9(08).
