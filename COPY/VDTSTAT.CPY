       01  WS-VDT-STATUS               PIC X(02).
       01  WS-VARDET-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\VARDET.TXT'.
       01  WS-VARDET-PATH              PIC X(80).
