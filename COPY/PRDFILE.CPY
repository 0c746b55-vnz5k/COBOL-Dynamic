      *****************************************************************
      *    PRIM-DET - PRIMAS DOMINICAL Y FESTIVO POR PERIODO (SELECT) *
      *****************************************************************
           SELECT PRIM-DET ASSIGN TO WS-PRIMDET-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PQ-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PRD-STATUS.
