       01  WS-GLR-STATUS               PIC X(02).
       01  WS-GLRMAP-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\GLRMAP.TXT'.
       01  WS-GLRMAP-PATH              PIC X(80).
