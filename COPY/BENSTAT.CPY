       01  WS-BENMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BENMAST.TXT'.
       01  WS-BENMAST-PATH             PIC X(80).
       01  WS-BEN-CALC                 PIC 9(07)V99.
       01  WS-BEN-DED                  PIC 9(07)V99.
       01  WS-BEN-FLAG                 PIC 9.
       01  WS-BEN-MUESTRA              PIC X VALUE 'N'.
       01  WS-BEN-HOY                  PIC X(08).
