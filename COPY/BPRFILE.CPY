      *****************************************************************
      *    BUD-PROJ - PROYECCION DE PRESUPUESTO DE NOMINA (SELECT)    *
      *****************************************************************
           SELECT BUD-PROJ ASSIGN TO WS-BUDPROJ-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS BP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BPR-STATUS.
