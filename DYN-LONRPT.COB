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
           COPY LONSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PRESTAMOS                 PIC 9(05) VALUE 0.
       01 WS-TOTAL-SALDO               PIC 9(09)V99 VALUE 0.
       01 WS-INACTIVOS-SALDO           PIC 9(05) VALUE 0.

       01 WS-LINEA.
           05 WS-L-ID                  PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-NOM                 PIC X(21).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-NUM                 PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-ORIG                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-ABONO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-SALDO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-L-NOTA                PIC X(08).

               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           DISPLAY 'ID      NOMBRE                 NUM       '
               'ORIGINAL         ABONO         SALDO'.
           DISPLAY SEP.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE LOAN-MAST.
