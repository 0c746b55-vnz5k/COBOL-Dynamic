           05  PEND-EST                PIC X.
           05  PEND-ID-EMPL            PIC 9(06).
           05  PEND-NOM-EMPL           PIC X(30).
           05  PEND-CLV-DEP            PIC 9(03).
           05  PEND-NOM-DEP            PIC X(20).
           05  PEND-ID-TAB-S           PIC A.
           05  PEND-SUE-MEN            PIC 9(07)V99.
           05  PEND-F-ING              PIC X(08).
           05  PEND-EMP-STATUS         PIC X.
           05  PEND-TERM-REASON        PIC X.
           05  PEND-TARIFA-HORA        PIC 9(03)V99.
           05  PEND-HORAS-EXTRA        PIC 9(03)V99.
           05  PEND-TARIFA-EXTRA       PIC 9(03)V99.
           05  PEND-YTD-SUE            PIC 9(08)V99.
           05  PEND-BANCO-CLV          PIC X(03).
           05  PEND-CTA-CLABE          PIC X(18).
           05  PEND-TURNO-CLV          PIC X.
