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
       01 WS-DEP-OK                    PIC X.
       01 WS-SUMA-PCT                  PIC 9(04).
       01 WS-PCT-CAP                   PIC 9(03).
       01 WS-CLV-CAP                   PIC 9(03).
       01 WS-RENGLONES                 PIC 9(02).
       01 WS-FALTA                     PIC 9(03).
       01 WS-YA-CAPTURADO              PIC X.
      *ALLOC-MAST SI LA SUMA CIERRA EN 100.
       01 WS-CAP-TAB.
           05 WS-CAP-ENT OCCURS 10 TIMES.
               10 WS-CAP-CLV           PIC 9(03).
               10 WS-CAP-PCT           PIC 9(03).
       01 WS-IX                        PIC 9(02).

       300-GRABA.
           MOVE ID-EMPL TO AL-ID-EMPL.
           MOVE 0 TO AL-CLV-DEP.
           MOVE 0 TO WS-ALC-FLAG.
           START ALLOC-MAST KEY IS NOT LESS THAN AL-KEY
               INVALID KEY MOVE 1 TO WS-ALC-FLAG
           END-START.
           PERFORM 310-BORRA-UNO UNTIL WS-ALC-FLAG = 1.
           MOVE 0 TO WS-IX.
           PERFORM 320-GRABA-UNO WS-RENGLONES TIMES.
           DISPLAY 'REPARTO GRABADO (' WS-RENGLONES ' RENGLONES).'.

           310-BORRA-UNO.
               READ ALLOC-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-ALC-FLAG
                   NOT AT END
                       IF AL-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-ALC-FLAG
                       ELSE
                           DELETE ALLOC-MAST RECORD
                       END-IF
               END-READ.

           320-GRABA-UNO.
               ADD 1 TO WS-IX
