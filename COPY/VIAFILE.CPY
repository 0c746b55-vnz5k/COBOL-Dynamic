      *****************************************************************
      *    VIA-MAST / VIA-DET - VIATICOS Y ANTICIPOS DE VIAJE (SELECT)*
      *****************************************************************
           SELECT VIA-MAST ASSIGN TO WS-VIAMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VI-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-VIA-STATUS.

           SELECT VIA-DET ASSIGN TO WS-VIADET-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS VG-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-VIAD-STATUS.
