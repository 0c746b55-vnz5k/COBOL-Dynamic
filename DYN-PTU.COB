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
       01 WS-ANO-HOY                   PIC X(04).
       01 WS-ANO-X                     PIC X(04).
       01 WS-ACUM-ID                   PIC 9(06).
       01 WS-ACUM-BRUTO                PIC 9(07)V99.
       01 WS-ANO                       PIC 9(04).
       01 WS-REPARTIBLE                PIC 9(09).
       01 WS-FECHA-INI                 PIC 9(08).
       01 WS-TOPE                      PIC 9(07).

       01 WS-TOT-DIAS                  PIC 9(06) VALUE 0.
       01 WS-TOT-SUELDO                PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REPARTO               PIC 9(10) VALUE 0.
       01 WS-ELEGIBLES                 PIC 9(05) VALUE 0.
       01 WS-BRINCADOS                 PIC 9(05) VALUE 0.
               10 WS-PT-ID             PIC 9(06).
               10 WS-PT-NOM            PIC X(30).
               10 WS-PT-DIAS           PIC 9(03).
               10 WS-PT-SUELDO         PIC 9(08)V99.
               10 WS-PT-TOPE           PIC 9(07).
       01 WS-PT-USADOS                 PIC 9(04) VALUE 0.
       01 WS-PT-TRUNCADO               PIC X VALUE 'N'.
