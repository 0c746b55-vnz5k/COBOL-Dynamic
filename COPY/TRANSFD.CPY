      *****************************************************************
      *    TRANS-LOG - BITACORA DE CAMBIOS DE DEPARTAMENTO (FD)       *
      *    TR-LOTE: LOTE DEL PROCESO MASIVO QUE HIZO EL CAMBIO; EN    *
      *    BLANCO SI NO FUE MASIVO.                                   *
      *****************************************************************
       FD  TRANS-LOG.
       01  TRANS-REC.
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-NOM-EMPL             PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-CLV-DEP-ANT          PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-NOM-DEP-ANT          PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-CLV-DEP-NVO          PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-NOM-DEP-NVO          PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  TR-LOTE                 PIC X(22).
