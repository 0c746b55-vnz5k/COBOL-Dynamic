      *****************************************************************
      *    LTR-LOG - BITACORA DE CONSTANCIAS LABORALES (SELECT)       *
      *****************************************************************
           SELECT LTR-LOG ASSIGN TO WS-LTRLOG-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LG-FOLIO
           ALTERNATE RECORD KEY LG-ID-EMPL WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-LTR-STATUS.
