       01  WS-LTR-STATUS               PIC X(02).
       01  WS-LTRLOG-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LTRLOG.TXT'.
       01  WS-LTRLOG-PATH              PIC X(80).
