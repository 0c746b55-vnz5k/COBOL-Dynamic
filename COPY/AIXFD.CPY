           05  FILLER                  PIC X VALUE SPACE.
           05  AX-NOM-EMPL             PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  AX-CLV-DEP              PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  AX-F-ING                PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
