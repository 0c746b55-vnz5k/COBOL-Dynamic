      *****************************************************************
      *    REF-MAST - VALORES DE REFERENCIA DE LEY (SELECT)           *
      *****************************************************************
           SELECT REF-MAST ASSIGN TO WS-REFMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RF-VIG
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REF-STATUS.
