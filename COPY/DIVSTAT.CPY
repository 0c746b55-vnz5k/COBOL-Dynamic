       01  WS-DIV-STATUS               PIC X(02).
       01  WS-DIVMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DIVMAST.TXT'.
       01  WS-DIVMAST-PATH             PIC X(80).
