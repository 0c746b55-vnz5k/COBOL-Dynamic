       01  WS-CAR-STATUS               PIC X(02).
       01  WS-CARSNAP-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CARSNAP.TXT'.
       01  WS-CARSNAP-PATH             PIC X(80).
