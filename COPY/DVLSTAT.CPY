       01  WS-DVL-STATUS               PIC X(02).
       01  WS-DVLCTL-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DVLCTL.TXT'.
       01  WS-DVLCTL-PATH              PIC X(80).
