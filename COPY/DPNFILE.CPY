      *****************************************************************
      *    DPN-MAST - DEPENDIENTES Y BENEFICIARIOS (SELECT)           *
      *****************************************************************
           SELECT DPN-MAST ASSIGN TO WS-DPNMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DPN-STATUS.
