       01  WS-TCK-STATUS               PIC X(02).
       01  WS-TCKSNAP-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TCKSNAP.TXT'.
       01  WS-TCKSNAP-PATH             PIC X(80).
