      *****************************************************************
      *    LTP-MAST - PLANTILLAS DE CONSTANCIAS LABORALES (SELECT)    *
      *****************************************************************
           SELECT LTP-MAST ASSIGN TO WS-LTPMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-LTP-STATUS.
