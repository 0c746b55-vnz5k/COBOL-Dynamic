      *****************************************************************
      *    GLR-MAP - SUBMAYOR DE CADA CUENTA DE PASIVO (SELECT)       *
      *****************************************************************
           SELECT GLR-MAP ASSIGN TO WS-GLRMAP-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS GR-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-GLR-STATUS.
