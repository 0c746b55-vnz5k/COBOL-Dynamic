       01  GLMAP-REC.
           05  GM-KEY.
               10  GM-CIA              PIC X(02).
               10  GM-CLV-DEP          PIC 9(03).
           05  GM-CTA-DEBE             PIC X(08).
           05  GM-CTA-HABER            PIC X(08).
