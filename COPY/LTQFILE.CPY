      *****************************************************************
      *    LTR-REQ - SOLICITUDES DE CONSTANCIA DEL KIOSCO (SELECT)    *
      *****************************************************************
           SELECT LTR-REQ ASSIGN TO WS-LTRREQ-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LQ-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-LTQ-STATUS.
