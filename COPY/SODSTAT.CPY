       01  WS-SOD-STATUS               PIC X(02).
       01  WS-SODRULE-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SODRULE.TXT'.
       01  WS-SODRULE-PATH             PIC X(80).
