           05  PA-TIPO-PAGO            PIC X.
           05  PA-HORAS-TRAB           PIC 9(03)V99.
           05  PA-HORAS-EXTRA          PIC 9(03)V99.
           05  PA-PAGO-BRUTO           PIC 9(07)V99.
           05  PA-ISR                  PIC 9(07)V99.
           05  PA-NETO                 PIC 9(07)V99.
           05  PA-DEDUC                PIC 9(07)V99.
