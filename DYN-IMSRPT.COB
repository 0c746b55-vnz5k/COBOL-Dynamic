       01 WS-PERIODO                   PIC X(06).
       01 WS-DETALLES                  PIC 9(06) VALUE 0.

      *CUOTAS ACUMULADAS POR DEPARTAMENTO (CLV-DEP 0-999;
      *EL SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-OBR           PIC 9(09)V99.
               10 WS-DEP-PAT           PIC 9(09)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).
       01 WS-TOT-OBR                   PIC 9(10)V99 VALUE 0.
       01 WS-TOT-PAT                   PIC 9(10)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY 'PERIODO A REPORTAR (AAAAMM):'.
           ACCEPT WS-PERIODO.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-TABLA 1000 TIMES.
           MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH.
           DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IMSDET-PATH FROM ENVIRONMENT-VALUE.
           DISPLAY 'DEPTO    CUOTA OBRERA    CUOTA PATRONAL'.
           DISPLAY SEP.
           MOVE 0 TO WS-CLV.
           PERFORM 200-LISTA-DEPTO 1000 TIMES.
           DISPLAY SEP.
           DISPLAY 'TOTAL OBRERA:   ' WS-TOT-OBR.
           DISPLAY 'TOTAL PATRONAL: ' WS-TOT-PAT.
           200-LISTA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DEP-OBR(WS-IX) > 0 OR WS-DEP-PAT(WS-IX) > 0
                   DISPLAY WS-CLV '      ' WS-DEP-OBR(WS-IX)
                       '       ' WS-DEP-PAT(WS-IX)
                   ADD WS-DEP-OBR(WS-IX) TO WS-TOT-OBR
                   ADD WS-DEP-PAT(WS-IX) TO WS-TOT-PAT
