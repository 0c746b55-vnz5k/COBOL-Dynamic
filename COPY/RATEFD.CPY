               10  RM-COD              PIC A.
               10  RM-VIG              PIC X(08).
           05  RM-TIER                 PIC A.
           05  RM-SUE-MEN              PIC 9(07)V99.
