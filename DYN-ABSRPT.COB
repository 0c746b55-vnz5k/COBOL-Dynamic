       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
       01 WS-MES                       PIC X(06).
       01 WS-LEIDOS                    PIC 9(06) VALUE 0.

      *DIAS ACUMULADOS POR DEPARTAMENTO Y RAZON (CLV-DEP
      *0-999; SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-FALTAS        PIC 9(05).
               10 WS-DEP-PERMISOS      PIC 9(05).
               10 WS-DEP-INCAP         PIC 9(05).
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).
       01 WS-TOT-FALTAS                PIC 9(06) VALUE 0.
       01 WS-TOT-PERMISOS              PIC 9(06) VALUE 0.
       01 WS-TOT-INCAP                 PIC 9(06) VALUE 0.
           DISPLAY 'MES A REPORTAR (AAAAMM):'.
           ACCEPT WS-MES.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-TABLA 1000 TIMES.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           DISPLAY 'DEPTO   FALTAS   PERMISOS   INCAPACIDADES'.
           DISPLAY SEP.
           MOVE 0 TO WS-CLV.
           PERFORM 200-LISTA-DEPTO 1000 TIMES.
           DISPLAY SEP.
           DISPLAY 'TOTALES: FALTAS ' WS-TOT-FALTAS
               ' PERMISOS ' WS-TOT-PERMISOS
               IF WS-DEP-FALTAS(WS-IX) > 0
                   OR WS-DEP-PERMISOS(WS-IX) > 0
                   OR WS-DEP-INCAP(WS-IX) > 0
                   DISPLAY WS-CLV '     ' WS-DEP-FALTAS(WS-IX)
                       '    ' WS-DEP-PERMISOS(WS-IX)
                       '      ' WS-DEP-INCAP(WS-IX)
               END-IF
