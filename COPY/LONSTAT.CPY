       01  WS-LOANMAST-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LOANMAST.TXT'.
       01  WS-LOANMAST-PATH            PIC X(80).
       01  WS-LOAN-CALC                PIC 9(07)V99.
       01  WS-LOAN-DED                 PIC 9(07)V99.
       01  WS-LOAN-DISP                PIC 9(07)V99.
       01  WS-LOAN-FLAG                PIC 9.
       01  WS-LOAN-MUESTRA             PIC X VALUE 'N'.
       01  WS-LOAN-APLICA              PIC X VALUE 'N'.
