      *****************************************************************
      *    CIA-TRF - TRASPASOS ENTRE COMPANIAS (SELECT)               *
      *****************************************************************
           SELECT CIA-TRF ASSIGN TO WS-CIATRF-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS TF-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CTF-STATUS.
