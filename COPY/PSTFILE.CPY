      *****************************************************************
      *    PST-MAST - CATALOGO DE PUESTOS (SELECT)                    *
      *****************************************************************
           SELECT PST-MAST ASSIGN TO WS-PSTMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PT-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PST-STATUS.
