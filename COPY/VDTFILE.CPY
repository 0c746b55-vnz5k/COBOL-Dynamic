      *****************************************************************
      *    VAR-DET - DETALLE DE PRODUCCION Y VENTAS (SELECT)          *
      *****************************************************************
           SELECT VAR-DET ASSIGN TO WS-VARDET-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VD-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-VDT-STATUS.
