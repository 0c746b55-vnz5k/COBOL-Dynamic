       01  WS-AUD-PROGRAMA             PIC X(08).
       01  WS-AUD-OPER                 PIC X.
       01  WS-AUD-OPER-ID              PIC X(06).
       01  WS-AUD-CLV-DEP-ANT          PIC 9(03).
       01  WS-AUD-CLV-DEP-NVO          PIC 9(03).
       01  WS-AUD-SUE-MEN-ANT          PIC 9(07)V99.
       01  WS-AUD-SUE-MEN-NVO          PIC 9(07)V99.
       01  WS-AUD-LOTE                 PIC X(22) VALUE SPACES.
