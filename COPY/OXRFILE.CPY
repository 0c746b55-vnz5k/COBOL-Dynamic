      *****************************************************************
      *    OX-REG - REGISTRO DE ARCHIVOS DE SALIDA (SELECT)           *
      *****************************************************************
           SELECT OX-REG ASSIGN TO WS-OXREG-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS OX-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-OXR-STATUS.
