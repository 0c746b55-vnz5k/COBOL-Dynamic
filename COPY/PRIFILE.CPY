      *****************************************************************
      *    PRI-RULES - REGLAS DE PRIMA DOMINICAL Y FESTIVO (SELECT)   *
      *****************************************************************
           SELECT PRI-RULES ASSIGN TO WS-PRIRULES-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PI-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PRI-STATUS.
