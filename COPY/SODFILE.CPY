      *****************************************************************
      *    SOD-RULE - REGLAS DE SEGREGACION DE FUNCIONES (SELECT)     *
      *****************************************************************
           SELECT SOD-RULE ASSIGN TO WS-SODRULE-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS SD-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SOD-STATUS.
