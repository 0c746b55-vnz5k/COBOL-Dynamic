       01  WS-CTF-STATUS               PIC X(02).
       01  WS-CIATRF-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CIATRF.TXT'.
       01  WS-CIATRF-PATH              PIC X(80).
