               10  RT-ID-EMPL          PIC 9(06).
               10  RT-PERIODO          PIC X(06).
           05  RT-CONCEPTO             PIC X.
           05  RT-BRUTO-PAGADO         PIC 9(07)V99.
           05  RT-MONTO                PIC S9(07)V99.
           05  RT-EST                  PIC X.
           05  RT-PER-APLICADO         PIC X(06).
           05  RT-FECHA-ALTA           PIC X(08).
