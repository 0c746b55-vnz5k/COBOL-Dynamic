      *****************************************************************
      *    SDA-LOG - BITACORA DE ACCESO A DATOS SENSIBLES (SELECT)    *
      *****************************************************************
           SELECT SDA-LOG ASSIGN TO WS-SDALOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SDA-STATUS.
