       01  WS-LTQ-STATUS               PIC X(02).
       01  WS-LTRREQ-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LTRREQ.TXT'.
       01  WS-LTRREQ-PATH              PIC X(80).
