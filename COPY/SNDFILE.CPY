      *****************************************************************
      *    SND-CAT / SND-MEM - SINDICATOS Y AFILIACIONES (SELECT)     *
      *****************************************************************
           SELECT SND-CAT ASSIGN TO WS-SNDCAT-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS SN-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SNDC-STATUS.

           SELECT SND-MEM ASSIGN TO WS-SNDMEM-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS SM-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SNDM-STATUS.
