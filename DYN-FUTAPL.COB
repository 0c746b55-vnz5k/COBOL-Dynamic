           COPY TRANSFILE.
           COPY DEPBUDFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
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
           COPY TRANSFD.
           COPY DEPBUDFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY FUTSTAT.
           COPY AUDITSTAT.
           COPY TRANSSTAT.
           COPY IMSSTAT.
           COPY IDSESTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-BUD-OK                    PIC X.
       01 WS-BUD-HEADCOUNT             PIC 9(05).
       01 WS-BUD-PAYROLL               PIC 9(08)V99.
       01 WS-BUD-FLAG                  PIC 9.
       01 WS-BUD-SAVE-REC              PIC X(259).
       01 WS-HOY                       PIC X(08).
       01 WS-APLICADOS                 PIC 9(05) VALUE 0.
       01 WS-DETENIDOS                 PIC 9(05) VALUE 0.
       01 WS-SUE-ANT                   PIC 9(07)V99.
       01 WS-SUE-VIEJO                 PIC 9(07)V99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'DYNFUTAP' TO WS-JRN-LOTE.
           PERFORM 937-ABRE-LOTE.
           MOVE WS-JRN-LOTE TO WS-AUD-LOTE.
           MOVE WS-JRN-LOTE TO WS-TR-LOTE.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE FUT-PEND.
           CLOSE EMPLEADO.
      *RESTAURA EL BUFFER) Y SOLO ENTONCES SE REESCRIBE, CON
      *DIARIO, AUDITORIA Y TRANS-LOG SI HUBO TRANSFERENCIA.
           300-APLICA-CAMPOS.
               MOVE REG-EMPL TO WS-JRN-ANTES
               MOVE SUE-MEN TO WS-SUE-ANT
               MOVE CLV-DEP TO WS-TR-CLV-DEP-ANT
               MOVE NOM-DEP TO WS-TR-NOM-DEP-ANT
