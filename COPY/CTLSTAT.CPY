      *EL CIERRE (DYN-CTLSNAP) O COMPARAR (DYN-CTLVER).
       01  WS-CTL-EMP-ACT              PIC 9(06).
       01  WS-CTL-EMP-INA              PIC 9(06).
       01  WS-CTL-SUM-SUE              PIC 9(10)V99.
       01  WS-CTL-SUM-YTD              PIC 9(12)V99.
       01  WS-CTL-PAYH-CONT            PIC 9(08).
       01  WS-CTL-PAYH-NETO            PIC 9(12)V99.
       01  WS-CTL-CHK-EMIT             PIC 9(12)V99.
       01  WS-CTL-FLAG                 PIC 9.
