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
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-BAND-OK                   PIC X.
       01 WS-PERIODO                   PIC X(06).
       01 WS-SUE-VIEJO                 PIC 9(07)V99.
       01 WS-SUE-NUEVO                 PIC 9(07)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-SIN-EVAL                  PIC 9(05) VALUE 0.
       01 WS-FUERA-BANDA               PIC 9(05) VALUE 0.
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'DYNMERIT' TO WS-JRN-LOTE.
           PERFORM 937-ABRE-LOTE.
           MOVE WS-JRN-LOTE TO WS-AUD-LOTE.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE MERIT-MAT.
           CLOSE REVIEW-MAST.
      *EL SUELDO NUEVO DEBE CABER EN LA BANDA DEL DEPARTAMENTO;
      *SI NO CABE, SE DETIENE Y SE REPORTA, IGUAL QUE LAS ALTAS.
           400-APLICA.
               MOVE REG-EMPL TO WS-JRN-ANTES
               MOVE SUE-MEN TO WS-SUE-VIEJO
               COMPUTE WS-SUE-NUEVO ROUNDED =
                   WS-SUE-VIEJO + (WS-SUE-VIEJO * MM-PCT)
