           05  FILLER                  PIC X VALUE SPACE.
           05  IMD-ID-EMPL             PIC 9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  IMD-CLV-DEP             PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  IMD-SDI                 PIC 9(05)V99.
           05  FILLER                  PIC X VALUE SPACE.
           05  IMD-OBR                 PIC 9(07)V99.
           05  FILLER                  PIC X VALUE SPACE.
           05  IMD-PAT                 PIC 9(07)V99.
