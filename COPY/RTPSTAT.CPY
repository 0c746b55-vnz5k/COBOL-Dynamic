       01  WS-RTP-STATUS               PIC X(02).
       01  WS-RETPARM-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\RETPARM.TXT'.
       01  WS-RETPARM-PATH             PIC X(80).
       01  WS-RTP-MESES-DFLT           PIC 9(03) VALUE 24.
