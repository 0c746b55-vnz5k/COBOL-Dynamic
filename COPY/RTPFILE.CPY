      *****************************************************************
      *    RET-PARM - ANTIGUEDAD DE RETENCION POR ARCHIVO (SELECT)    *
      *****************************************************************
           SELECT RET-PARM ASSIGN TO WS-RETPARM-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RP-ARCHIVO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-RTP-STATUS.
