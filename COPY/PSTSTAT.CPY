       01  WS-PST-STATUS               PIC X(02).
       01  WS-PSTMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PSTMAST.TXT'.
       01  WS-PSTMAST-PATH             PIC X(80).
