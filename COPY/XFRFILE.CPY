      *****************************************************************
      *    XF-PLANO - IMAGEN PLANA DE UN ARCHIVO (SELECT)             *
      *****************************************************************
           SELECT XF-PLANO ASSIGN TO WS-XF-PLANO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XF-PLANO-STATUS.
