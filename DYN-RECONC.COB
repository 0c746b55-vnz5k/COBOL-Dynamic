       01 REG-A.
           05 A-ID-EMPL                PIC 9(06).
           05 A-NOM-EMPL               PIC X(30).
           05 A-CLV-DEP                PIC 9(03).
           05 A-NOM-DEP                PIC X(20).
           05 A-TAB                    PIC A.
           05 A-SUE-MEN                PIC 9(07)V99.
           05 A-F-ING                  PIC X(08).
           05 A-STATUS                 PIC X.
           05 A-TERM-REASON            PIC X.
           05 A-TARIFA-HORA            PIC 9(03)V99.
           05 A-HORAS-EXTRA            PIC 9(03)V99.
           05 A-TARIFA-EXTRA           PIC 9(03)V99.
           05 A-YTD-SUE                PIC 9(08)V99.
           05 A-BANCO-CLV              PIC X(03).
           05 A-CTA-CLABE              PIC X(18).
           05 A-TURNO-CLV              PIC X.
       01 REG-B.
           05 B-ID-EMPL                PIC 9(06).
           05 B-NOM-EMPL               PIC X(30).
           05 B-CLV-DEP                PIC 9(03).
           05 B-NOM-DEP                PIC X(20).
           05 B-TAB                    PIC A.
           05 B-SUE-MEN                PIC 9(07)V99.
           05 B-F-ING                  PIC X(08).
           05 B-STATUS                 PIC X.
           05 B-TERM-REASON            PIC X.
           05 B-TARIFA-HORA            PIC 9(03)V99.
           05 B-HORAS-EXTRA            PIC 9(03)V99.
           05 B-TARIFA-EXTRA           PIC 9(03)V99.
           05 B-YTD-SUE                PIC 9(08)V99.
           05 B-BANCO-CLV              PIC X(03).
           05 B-CTA-CLABE              PIC X(18).
           05 B-TURNO-CLV              PIC X.
