               10  FC-ID-EMPL          PIC 9(06).
               10  FC-FECHA-EF         PIC X(08).
           05  FC-CAMBIA-SUE           PIC X.
           05  FC-SUE-MEN              PIC 9(07)V99.
           05  FC-CAMBIA-DEP           PIC X.
           05  FC-CLV-DEP              PIC 9(03).
           05  FC-NOM-DEP              PIC X(20).
           05  FC-CAMBIA-TURNO         PIC X.
           05  FC-TURNO-CLV            PIC X.
