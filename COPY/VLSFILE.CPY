      *****************************************************************
      *    VLS-PARM - VALES DE DESPENSA POR BANDA O PLAN (SELECT)     *
      *****************************************************************
           SELECT VLS-PARM ASSIGN TO WS-VLSPARM-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-VLS-STATUS.
