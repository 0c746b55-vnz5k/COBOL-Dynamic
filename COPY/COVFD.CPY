      *****************************************************************
       FD  COV-MAST.
       01  COV-REC.
           05  CV-CLV-DEP              PIC 9(03).
           05  CV-MINIMO               PIC 9(03).
