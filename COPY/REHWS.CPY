       01  WS-REH-REASON               PIC X.
       01  WS-REH-TFECHA               PIC X(08).
       01  WS-REH-FING                 PIC X(08).
       01  WS-REH-SAVE-REC             PIC X(259).
