      *****************************************************************
      *    LOA-MAST - LICENCIAS (AUSENCIAS PROLONGADAS) (SELECT)      *
      *****************************************************************
           SELECT LOA-MAST ASSIGN TO WS-LOAMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LO-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-LOA-STATUS.
