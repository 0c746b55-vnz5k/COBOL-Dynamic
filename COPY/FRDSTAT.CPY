       01  WS-FRD-STATUS               PIC X(02).
       01  WS-FRDWORK-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\FRDWORK.TXT'.
       01  WS-FRDWORK-PATH             PIC X(80).
