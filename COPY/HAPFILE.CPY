      *****************************************************************
      *    HIRE-APR - BITACORA DE ALTAS APROBADAS (SELECT)            *
      *****************************************************************
           SELECT HIRE-APR ASSIGN TO WS-HIREAPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HAP-STATUS.
