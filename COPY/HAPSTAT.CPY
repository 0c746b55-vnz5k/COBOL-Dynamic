       01  WS-HAP-STATUS               PIC X(02).
       01  WS-HIREAPR-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HIREAPR.TXT'.
       01  WS-HIREAPR-PATH             PIC X(80).
