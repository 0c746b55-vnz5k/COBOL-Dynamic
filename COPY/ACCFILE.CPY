      *****************************************************************
      *    ACC-MAST - REGISTRO DE RIESGOS DE TRABAJO (SELECT)         *
      *****************************************************************
           SELECT ACC-MAST ASSIGN TO WS-ACCMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS AC-FOLIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACC-STATUS.
