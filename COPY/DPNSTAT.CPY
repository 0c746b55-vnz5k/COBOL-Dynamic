       01  WS-DPN-STATUS               PIC X(02).
       01  WS-DPNMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DPNMAST.TXT'.
       01  WS-DPNMAST-PATH             PIC X(80).
