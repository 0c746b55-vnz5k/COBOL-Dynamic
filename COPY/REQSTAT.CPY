       01  WS-REQ-STATUS               PIC X(02).
       01  WS-REQMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\REQMAST.TXT'.
       01  WS-REQMAST-PATH             PIC X(80).
       01  WS-REQ-HOY                  PIC X(08).
       01  WS-REQ-FLAG                 PIC 9.
