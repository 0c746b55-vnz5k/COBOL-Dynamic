       01  WS-GARNMAST-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\GARNMAST.TXT'.
       01  WS-GARNMAST-PATH            PIC X(80).
       01  WS-GARN-CALC                PIC 9(07)V99.
       01  WS-GARN-DED                 PIC 9(07)V99.
       01  WS-GARN-DISP                PIC 9(07)V99.
       01  WS-GARN-FLAG                PIC 9.
       01  WS-GARN-PRIO                PIC 9.
       01  WS-GARN-MUESTRA             PIC X VALUE 'N'.
