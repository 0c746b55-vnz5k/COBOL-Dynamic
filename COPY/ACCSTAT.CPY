       01  WS-ACC-STATUS               PIC X(02).
       01  WS-ACCMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ACCMAST.TXT'.
       01  WS-ACCMAST-PATH             PIC X(80).
      *DIAS DE INCAPACIDAD DEL FOLIO EN ABS-DIARIO (986); CON
      *WS-ACC-ANO EN BLANCO CUENTA TODOS LOS ANOS.
       01  WS-ACC-DIAS                 PIC 9(04).
       01  WS-ACC-ANO                  PIC X(04).
       01  WS-ACC-FLAG                 PIC 9.
