      *****************************************************************
      *    INF-MAST - CREDITOS DE VIVIENDA INFONAVIT (SELECT)         *
      *****************************************************************
           SELECT INF-MAST ASSIGN TO WS-INFMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS IF-ID-EMPL
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-INF-STATUS.
