      *****************************************************************
      *    RPD-MAST - DEFINICIONES DE REPORTES A LA MEDIDA (SELECT)   *
      *    RPD-CSV  - SALIDA CSV OPCIONAL DE UNA DEFINICION           *
      *****************************************************************
           SELECT RPD-MAST ASSIGN TO WS-RPDMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RD-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-RPD-STATUS.

           SELECT RPD-CSV ASSIGN TO WS-RPDCSV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPC-STATUS.
