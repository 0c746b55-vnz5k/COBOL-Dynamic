       01  WS-SUP-NOM                  PIC X(30).
       01  WS-SUP-SIGUE                PIC 9(06).
       01  WS-SUP-NIVEL                PIC 9(02).
       01  WS-SUP-SAVE-REC             PIC X(259).
