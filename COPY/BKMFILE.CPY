      *****************************************************************
      *    BAK-MANIF - MANIFIESTO DE LOS JUEGOS DE RESPALDO (SELECT)  *
      *****************************************************************
           SELECT BAK-MANIF ASSIGN TO WS-BAKMANIF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKM-STATUS.
