       01  WS-CED-STATUS               PIC X(02).
       01  WS-CEDMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CEDMAST.TXT'.
       01  WS-CEDMAST-PATH             PIC X(80).
