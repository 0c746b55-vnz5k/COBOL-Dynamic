       01  WS-PSL-STATUS               PIC X(02).
       01  WS-PSLCTL-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PSLCTL.TXT'.
       01  WS-PSLCTL-PATH              PIC X(80).
