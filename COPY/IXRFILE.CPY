      *****************************************************************
      *    IX-REG - REGISTRO DE ARCHIVOS DE ENTRADA (SELECT) E        *
      *    IX-PLANO, EL ARCHIVO QUE SE VA A CARGAR, LEIDO COMO TEXTO  *
      *    PARA SACARLE LA HUELLA (IXRLKUP).                          *
      *****************************************************************
           SELECT IX-REG ASSIGN TO WS-IXREG-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS IX-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-IXR-STATUS.
           SELECT IX-PLANO ASSIGN TO WS-IX-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IXP-STATUS.
