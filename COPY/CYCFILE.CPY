      *****************************************************************
      *    CYC-CTL - AVANCE DEL CICLO DE NOMINA (SELECT)              *
      *****************************************************************
           SELECT CYC-CTL ASSIGN TO WS-CYCCTL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CY-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CYC-STATUS.
