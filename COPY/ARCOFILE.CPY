      *****************************************************************
      *    ARCO-MAST - SOLICITUDES DE DERECHOS ARCO (SELECT)          *
      *****************************************************************
           SELECT ARCO-MAST ASSIGN TO WS-ARCOMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS AO-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ARCO-STATUS.
