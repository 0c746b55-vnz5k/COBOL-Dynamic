      *****************************************************************
      *    APL-MAST - CANDIDATOS POR REQUISICION (SELECT)             *
      *****************************************************************
           SELECT APL-MAST ASSIGN TO WS-APLMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-APL-STATUS.
