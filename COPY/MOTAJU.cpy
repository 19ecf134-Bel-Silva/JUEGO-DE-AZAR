      ******************************************************************
      * MOTAJU - Tabla de codigos de motivo de los ajustes del libro
      * mayor (LEDGER-MOTIVO, AJU-MOTIVO). AZARAJU solo acepta un
      * codigo de la tabla y AZAREXT muestra la descripcion en el
      * extracto del jugador.
      ******************************************************************
           01  TABLA-MOTIVOS-VALORES.
               05 FILLER PIC X(02) VALUE 'JE'.
               05 FILLER PIC X(30) VALUE 'PARTIDA JUGADA POR ERROR'.
               05 FILLER PIC X(02) VALUE 'PE'.
               05 FILLER PIC X(30) VALUE 'PAGO ERRONEO'.
               05 FILLER PIC X(02) VALUE 'FT'.
               05 FILLER PIC X(30) VALUE 'FALLA TECNICA DEL JUEGO'.
               05 FILLER PIC X(02) VALUE 'RJ'.
               05 FILLER PIC X(30) VALUE 'RECLAMO DEL JUGADOR ACEPTADO'.
               05 FILLER PIC X(02) VALUE 'OT'.
               05 FILLER PIC X(30) VALUE 'OTRO (VER OBSERVACION)'.
           01  TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
               05 MOTIVO-ENT OCCURS 5 TIMES.
                   10 MOT-CODIGO        PIC X(02).
                   10 MOT-DESCRIPCION   PIC X(30).
           01  WS-CANT-MOTIVOS          PIC 9(02) VALUE 5.
