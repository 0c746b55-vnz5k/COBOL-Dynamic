           05  LN-KEY.
               10  LN-ID-EMPL          PIC 9(06).
               10  LN-NUM              PIC X(04).
           05  LN-ORIGINAL             PIC 9(07)V99.
           05  LN-ABONO-PER            PIC 9(07)V99.
           05  LN-SALDO                PIC 9(07)V99.
           05  LN-FECHA-ALTA           PIC X(08).
