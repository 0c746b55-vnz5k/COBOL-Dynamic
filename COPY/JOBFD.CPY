      *    UN RENGLON POR PASO Y CORRIDA: FECHA, NOMBRE DEL PASO,     *
      *    HORA DE INICIO Y FIN, SEGUNDOS TRANSCURRIDOS Y CODIGO DE   *
      *    RETORNO. EL REPORTE DE LA MANANA (DYN-MORNRPT) COMPARA     *
      *    CADA PASO CONTRA SUS CORRIDAS ANTERIORES. JL-REF LLEVA LA  *
      *    REFERENCIA QUE DEJA EL PASO (EL JUEGO DE DYN-BAKSET).      *
      *****************************************************************
       FD  JOB-LOG.
       01  JOB-REC.
           05  JL-SEGUNDOS             PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  JL-RC                   PIC 9(04).
           05  FILLER                  PIC X VALUE SPACE.
           05  JL-REF                  PIC X(14).
