       01  SAV-REC.
           05  SV-ID-EMPL              PIC 9(06).
           05  SV-PCT                  PIC 9V999.
           05  SV-SALDO-EMP            PIC 9(08)V99.
           05  SV-SALDO-CIA            PIC 9(08)V99.
           05  SV-F-ALTA               PIC X(08).
