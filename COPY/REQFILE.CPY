      *****************************************************************
      *    REQ-MAST - REQUISICIONES DE PERSONAL (SELECT)              *
      *****************************************************************
           SELECT REQ-MAST ASSIGN TO WS-REQMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RQ-NUM
           ALTERNATE RECORD KEY RQ-ID-EMPL WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REQ-STATUS.
