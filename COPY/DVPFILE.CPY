      *****************************************************************
      *    DEV-PROV - PROVISION DE SUELDOS DEVENGADOS (SELECT)        *
      *****************************************************************
           SELECT DEV-PROV ASSIGN TO WS-DEVPROV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DV-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DVP-STATUS.
