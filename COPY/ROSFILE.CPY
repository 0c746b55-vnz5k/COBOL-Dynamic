      *****************************************************************
      *    ROSTER - PROGRAMA DE TRABAJO POR EMPLEADO Y DIA (SELECT)   *
      *****************************************************************
           SELECT ROSTER ASSIGN TO WS-ROSTER-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS RS-KEY
           ALTERNATE RECORD KEY RS-FECHA WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ROS-STATUS.
