      *****************************************************************
      *    HLD-MAST / HLD-PAG - RETENCION DE PAGO (SELECT)            *
      *****************************************************************
           SELECT HLD-MAST ASSIGN TO WS-HLDMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS HD-ID-EMPL
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-HLD-STATUS.

           SELECT HLD-PAG ASSIGN TO WS-HLDPAG-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS HP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-HLP-STATUS.
