      *****************************************************************
      *    BAK-MANIF - MANIFIESTO DE LOS JUEGOS DE RESPALDO (FD)      *
      *    DYN-BAKSET AGREGA UN RENGLON 'A' POR ARCHIVO DEL JUEGO     *
      *    (ESTADO C COPIADO, F SIN ORIGEN - EL ARCHIVO NO EXISTIA -, *
      *    E ERROR) CON SUS REGISTROS, SU TOTAL HASH Y LA RUTA DE LA  *
      *    COPIA, Y AL FINAL UN RENGLON 'T' CON LOS TOTALES DEL JUEGO *
      *    (BM-NUM = ARCHIVOS). DYN-BAKVER AGREGA UN RENGLON 'R' POR  *
      *    CADA ARCHIVO RESTAURADO, CON EL OPERADOR Y LA RUTA DESTINO.*
      *    EL JUEGO SE IDENTIFICA POR FECHA Y HORA (AAAAMMDDHHMMSS).  *
      *****************************************************************
       FD  BAK-MANIF.
       01  BKM-REC.
           05  BM-SET                  PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-TIPO                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-NUM                  PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-NOMBRE               PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-ESTADO               PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-REGS                 PIC 9(09).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-HASH                 PIC 9(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-OPER                 PIC X(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  BM-RUTA                 PIC X(80).
