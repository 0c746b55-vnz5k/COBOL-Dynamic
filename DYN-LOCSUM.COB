           COPY SNAPFILE.
           COPY LOCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY SPLFILE.

       DATA DIVISION.
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

           COPY LOCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
           COPY SNAPSTAT.
           COPY SPLSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY LOCSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CIA-FILTRO                PIC X(02).

      *ACUMULADO POR SUCURSAL EN UNA SOLA PASADA; LA ENTRADA CON
               10 WS-ST-CLV            PIC X(03).
               10 WS-ST-USADA          PIC X.
               10 WS-ST-COUNT          PIC 9(05).
               10 WS-ST-TOTAL          PIC 9(09)V99.
       01 WS-ST-USADAS                 PIC 9(02) VALUE 0.
       01 WS-ST-IX                     PIC 9(02).
       01 WS-ST-PEGA                   PIC X.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-COUNT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOTAL               PIC ZZ,ZZZ,ZZ9.99.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(03) VALUE 'SUC'.
