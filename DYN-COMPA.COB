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
       01 WS-LIM-SUP                   PIC 9(03)V99.
       01 WS-LIM-INF                   PIC 9(03)V99.
       01 WS-OUTLIERS                  PIC 9(05) VALUE 0.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

      *SUMAS DE RATIO Y CONTEOS POR DEPARTAMENTO Y POR BANDA
      *(BANDAS 1=A 2=B 3=C, IGUAL QUE EL DASHBOARD).
       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-SUMA          PIC 9(07)V99.
               10 WS-DEP-CUENTA        PIC 9(05).
       01 WS-TAB-TABLA.
           DISPLAY SEP.
           DISPLAY 'RATIO PROMEDIO POR DEPARTAMENTO:'.
           MOVE 0 TO WS-CLV.
           PERFORM 510-PROM-DEPTO 1000 TIMES.
           DISPLAY SEP.
           DISPLAY 'RATIO PROMEDIO POR BANDA:'.
           MOVE 0 TO WS-IX.
