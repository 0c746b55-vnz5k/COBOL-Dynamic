               10  LR-F-INICIO         PIC X(08).
           05  LR-F-FIN                PIC X(08).
           05  LR-DIAS                 PIC 9(02)V99.
           05  LR-CLV-DEP              PIC 9(03).
           05  LR-PERIODO              PIC X(06).
           05  LR-EST                  PIC X.
           05  LR-OPER-CAP             PIC X(06).
