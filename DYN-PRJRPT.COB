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
       01 WS-DESDE                     PIC X(06).
       01 WS-HASTA                     PIC X(06).
       01 WS-TARIFA                    PIC 9(04)V99.
       01 WS-IMPORTE                   PIC 9(07)V99.
       01 WS-RENGLONES                 PIC 9(05) VALUE 0.

      *TOTALES POR PROYECTO (HASTA 50 EN EL RANGO).
           05 WS-TP-ENT OCCURS 50 TIMES.
               10 WS-TP-CLV            PIC X(06).
               10 WS-TP-HORAS          PIC 9(06)V99.
               10 WS-TP-IMPORTE        PIC 9(09)V99.
       01 WS-TP-USADOS                 PIC 9(02) VALUE 0.
       01 WS-TP-I                      PIC 9(02).
       01 WS-TP-PEGA                   PIC X.
