      *****************************************************************
      *    AST-CAT / AST-ASG - ACTIVOS DE LA EMPRESA (SELECT)         *
      *****************************************************************
           SELECT AST-CAT ASSIGN TO WS-ASTCAT-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS AC-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ASTC-STATUS.

           SELECT AST-ASG ASSIGN TO WS-ASTASG-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS AA-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ASTA-STATUS.
