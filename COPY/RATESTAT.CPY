       01  WS-RATE-VIG-PIDE            PIC X(08).
       01  WS-RATE-ENC                 PIC X.
       01  WS-RATE-TIER                PIC A.
       01  WS-RATE-SUE                 PIC 9(07)V99.
       01  WS-RATE-FLAG                PIC 9.
