           05  PY-KEY.
               10  PY-ANO              PIC X(04).
               10  PY-ID-EMPL          PIC 9(06).
           05  PY-YTD-SUE              PIC 9(08)V99.
