      *****************************************************************
      *    TCK-SNAP - ESTADO ENVIADO AL RELOJ CHECADOR (SELECT)       *
      *****************************************************************
           SELECT TCK-SNAP ASSIGN TO WS-TCKSNAP-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS TK-ID-EMPL
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-TCK-STATUS.
