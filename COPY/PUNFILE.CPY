      *****************************************************************
      *    PUN-RULES - REGLAS DE PREMIO DE PUNTUALIDAD Y ASISTENCIA   *
      *    (SELECT)                                                   *
      *****************************************************************
           SELECT PUN-RULES ASSIGN TO WS-PUNRULES-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PU-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PUN-STATUS.
