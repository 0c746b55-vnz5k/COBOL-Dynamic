       01  DSH-REC.
           05  DH-FECHA                PIC X(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  DH-CLV-DEP              PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  DH-ACTIVOS              PIC 9(05).
           05  FILLER                  PIC X VALUE SPACE.
