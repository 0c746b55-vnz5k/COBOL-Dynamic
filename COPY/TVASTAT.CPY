       01  WS-TVA-STATUS               PIC X(02).
       01  WS-TARVAR-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TARVAR.TXT'.
       01  WS-TARVAR-PATH              PIC X(80).
