       01  WS-PUN-STATUS               PIC X(02).
       01  WS-PUNRULES-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PUNRULES.TXT'.
       01  WS-PUNRULES-PATH            PIC X(80).
