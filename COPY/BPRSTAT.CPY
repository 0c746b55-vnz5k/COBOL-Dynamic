       01  WS-BPR-STATUS               PIC X(02).
       01  WS-BUDPROJ-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BUDPROJ.TXT'.
       01  WS-BUDPROJ-PATH             PIC X(80).
