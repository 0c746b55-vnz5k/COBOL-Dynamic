      *****************************************************************
      *    REV-LOG - BITACORA DE ACCESOS REVOCADOS (SELECT)           *
      *****************************************************************
           SELECT REV-LOG ASSIGN TO WS-REVLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REV-STATUS.
