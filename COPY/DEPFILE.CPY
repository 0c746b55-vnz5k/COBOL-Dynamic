           SELECT DEP-MAST ASSIGN TO WS-DEPMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS DM-CLV-DEP
           ALTERNATE RECORD KEY DM-DIV-CLV WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DEPMAST-STATUS.
