      *****************************************************************
      *    PSL-CTL - REBANADAS DE LA CORRIDA DE NOMINA (SELECT)       *
      *****************************************************************
           SELECT PSL-CTL ASSIGN TO WS-PSLCTL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PSL-STATUS.
