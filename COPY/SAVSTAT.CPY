       01  WS-SAVMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SAVMAST.TXT'.
       01  WS-SAVMAST-PATH             PIC X(80).
       01  WS-AHORRO-CALC              PIC 9(07)V99.
       01  WS-AHORRO-APLICA            PIC X VALUE 'N'.
