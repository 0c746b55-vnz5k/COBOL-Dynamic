      *****************************************************************
      *    CED-MAST - CEDULA BIMESTRAL DE CUOTAS DEL IMSS (SELECT)    *
      *****************************************************************
           SELECT CED-MAST ASSIGN TO WS-CEDMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CD-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CED-STATUS.
