       01  WS-APL-STATUS               PIC X(02).
       01  WS-APLMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\APLMAST.TXT'.
       01  WS-APLMAST-PATH             PIC X(80).
