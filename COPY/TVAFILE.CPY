      *****************************************************************
      *    TAR-VAR - TARIFAS DE DESTAJO Y COMISION (SELECT)           *
      *****************************************************************
           SELECT TAR-VAR ASSIGN TO WS-TARVAR-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS TV-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-TVA-STATUS.
