      *****************************************************************
      *    VAR-PER - PAGO VARIABLE POR PERIODO (SELECT)               *
      *****************************************************************
           SELECT VAR-PER ASSIGN TO WS-VARPER-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-VAR-STATUS.
