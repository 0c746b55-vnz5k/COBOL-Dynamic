      *****************************************************************
      *    NTF-OUT - BANDEJA DE AVISOS POR CORREO (SELECT)            *
      *****************************************************************
           SELECT NTF-OUT ASSIGN TO WS-NTFOUT-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS NT-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-NTF-STATUS.
