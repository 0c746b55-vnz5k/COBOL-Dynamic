           05  GN-KEY.
               10  GN-ID-EMPL          PIC 9(06).
               10  GN-CASO             PIC X(10).
           05  GN-TOTAL                PIC 9(07)V99.
           05  GN-SALDO                PIC 9(07)V99.
           05  GN-MONTO-PER            PIC 9(07)V99.
           05  GN-PRIORIDAD            PIC 9.
