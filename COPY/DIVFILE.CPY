      *****************************************************************
      *    DIV-MAST - CATALOGO DE DIVISIONES (SELECT)                 *
      *****************************************************************
           SELECT DIV-MAST ASSIGN TO WS-DIVMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DV-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DIV-STATUS.
