       01  WS-DVP-STATUS               PIC X(02).
       01  WS-DEVPROV-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEVPROV.TXT'.
       01  WS-DEVPROV-PATH             PIC X(80).
