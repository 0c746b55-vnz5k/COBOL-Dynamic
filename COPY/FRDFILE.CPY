      *****************************************************************
      *    FRD-WORK - LISTA DE TRABAJO DE POSIBLE FRAUDE (SELECT)     *
      *****************************************************************
           SELECT FRD-WORK ASSIGN TO WS-FRDWORK-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS FR-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FRD-STATUS.
