           05  CH-NUM                  PIC 9(06).
           05  CH-ID-EMPL              PIC 9(06).
           05  CH-PERIODO              PIC X(06).
           05  CH-MONTO                PIC 9(07)V99.
           05  CH-EST                  PIC X.
           05  CH-MOTIVO               PIC X(20).
           05  CH-REEMPLAZA            PIC 9(06).
