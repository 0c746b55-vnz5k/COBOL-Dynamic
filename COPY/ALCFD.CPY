       01  ALLOC-REC.
           05  AL-KEY.
               10  AL-ID-EMPL          PIC 9(06).
               10  AL-CLV-DEP          PIC 9(03).
           05  AL-PCT                  PIC 9(03).
