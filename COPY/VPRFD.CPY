           05  VP-KEY.
               10  VP-CIA              PIC X(02).
               10  VP-PERIODO          PIC X(06).
               10  VP-CLV-DEP          PIC 9(03).
           05  VP-IMPORTE              PIC 9(09).
