           05  CT-FECHA                PIC X(08).
           05  CT-EMP-ACT              PIC 9(06).
           05  CT-EMP-INA              PIC 9(06).
           05  CT-SUM-SUE              PIC 9(10)V99.
           05  CT-SUM-YTD              PIC 9(12)V99.
           05  CT-PAYH-CONT            PIC 9(08).
           05  CT-PAYH-NETO            PIC 9(12)V99.
           05  CT-CHK-EMIT             PIC 9(12)V99.
           05  CT-VERIF                PIC X.
