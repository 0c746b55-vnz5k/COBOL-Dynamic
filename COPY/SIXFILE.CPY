      *****************************************************************
      *    SAT-IDX - INDICE DEL HISTORICO DE SATELITES (SELECT)       *
      *****************************************************************
           SELECT SAT-IDX ASSIGN TO WS-SATIDX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIX-STATUS.
