       01  WS-LTP-STATUS               PIC X(02).
       01  WS-LTPMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LTPMAST.TXT'.
       01  WS-LTPMAST-PATH             PIC X(80).
