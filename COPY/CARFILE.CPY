      *****************************************************************
      *    CAR-SNAP - ULTIMO ESTADO ENVIADO A LA ASEGURADORA (SELECT) *
      *****************************************************************
           SELECT CAR-SNAP ASSIGN TO WS-CARSNAP-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CS-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CAR-STATUS.
