      *****************************************************************
      *    DVL-CTL - DEPOSITOS DEVUELTOS POR EL BANCO (SELECT)        *
      *****************************************************************
           SELECT DVL-CTL ASSIGN TO WS-DVLCTL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DVL-STATUS.
