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
       01 VPV-REC.
           05 VPV-CUENTA               PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 VPV-DEBE                 PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 VPV-HABER                PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 VPV-PERIODO              PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
       01 WS-VALOR                     PIC 9(07).

      *PASIVO ACTUAL Y POSTEADO ANTERIOR POR DEPARTAMENTO
      *(CLV-DEP 0-999; SUBSCRIPT ES CLV-DEP + 1) Y EL MOVIMIENTO.
       01 WS-PRV-TABLA.
           05 WS-PRV-ENT OCCURS 1000 TIMES.
               10 WS-PRV-ACTUAL        PIC 9(09).
               10 WS-PRV-ANTERIOR      PIC 9(09).
       01 WS-MOV                       PIC S9(09).
       01 WS-MOV-ABS                   PIC 9(09).
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).
       01 WS-TOT-ACTUAL                PIC 9(10) VALUE 0.
       01 WS-TOT-MOV                   PIC S9(10) VALUE 0.

           DISPLAY '     PROVISION MENSUAL DEL PASIVO DE VACACIONES'.
           DISPLAY SEP.
           MOVE 0 TO WS-IX.
           PERFORM 030-LIMPIA-TABLA 1000 TIMES.
           PERFORM 040-PIDE-PERIODO.
           PERFORM 046-PIDE-CIA.
           PERFORM 050-PERIODO-ANTERIOR.
      *SIN RENGLON ANTERIOR EL MOVIMIENTO ES EL PASIVO COMPLETO.
       200-LEE-ANTERIOR.
           MOVE 0 TO WS-CLV.
           PERFORM 210-LEE-DEPTO 1000 TIMES.

           210-LEE-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CLV.
           PERFORM 310-CHECA-MAPA 1000 TIMES.
           IF WS-ERRORES > 0
               DISPLAY 'ERRORES: ' WS-ERRORES
                   '. NO SE ESCRIBE LA POLIZA.'
           END-IF.
           OPEN OUTPUT VPVOUCH.
           MOVE 0 TO WS-CLV.
           PERFORM 320-POLIZA-DEPTO 1000 TIMES.
           CLOSE VPVOUCH.
           CLOSE GL-MAP.
           DISPLAY 'ARCHIVO DE POLIZA GENERADO: ' WS-VPVOUCH-PATH.
