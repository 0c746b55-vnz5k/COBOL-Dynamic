      *DATOS DEL CHEQUE CANCELADO PARA ARMAR EL DE REEMPLAZO.
       01 WS-V-ID-EMPL                 PIC 9(06).
       01 WS-V-PERIODO                 PIC X(06).
       01 WS-V-MONTO                   PIC 9(07)V99.
       01 WS-V-NUM                     PIC 9(06).
       01 WS-V-GRUPO                   PIC X.

