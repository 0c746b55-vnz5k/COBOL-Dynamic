      *****************************************************************
      *    AUDIT-LOG - BITACORA DE ALTAS/BAJAS/CAMBIOS (FD)           *
      *    AUD-LOTE: LOTE DEL PROCESO MASIVO QUE HIZO EL CAMBIO       *
      *    (PROGRAMA + AAAAMMDDHHMMSS); EN BLANCO SI NO FUE MASIVO.   *
      *****************************************************************
       FD  AUDIT-LOG.
       01  AUDIT-REC.
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-OPER-ID             PIC X(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-CLV-DEP-ANT         PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-CLV-DEP-NVO         PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-SUE-MEN-ANT         PIC 9(07)V99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-SUE-MEN-NVO         PIC 9(07)V99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AUD-LOTE                PIC X(22).
