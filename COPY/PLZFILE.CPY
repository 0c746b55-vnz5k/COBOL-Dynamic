      *****************************************************************
      *    PLZ-MAST - PLAZAS AUTORIZADAS POR DEPARTAMENTO (SELECT)    *
      *****************************************************************
           SELECT PLZ-MAST ASSIGN TO WS-PLZMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PZ-NUM
           ALTERNATE RECORD KEY PZ-ID-EMPL WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PLZ-STATUS.
