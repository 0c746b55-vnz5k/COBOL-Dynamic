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
           05 SUC-CLV                    PIC X(03).

       FD EMP-BAK.
       01 BAK-REC                      PIC X(259).

           COPY JRNFD.

                           MOVE BAK-REC(30:8) TO WS-BAK-HORA
                       ELSE
                           IF BAK-REC(1:6) IS NUMERIC
                               MOVE BAK-REC(1:259) TO REG-EMPL
                               WRITE REG-EMPL
                               ADD 1 TO WS-RESTAURADOS
                           END-IF
               CLOSE EMP-JRN
           END-IF.

      *LA IMAGEN ANTERIOR DE UN LOTE ('B') NO SE REAPLICA; LA
      *POSTERIOR QUE LA SIGUE ES LA QUE CUENTA.
           210-LEE-JRN.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-FLAG
                       IF WS-JRN-SELLO < WS-BAK-SELLO
                           ADD 1 TO WS-OMITIDOS
                       ELSE
                           IF JR-OP NOT = 'B'
                               PERFORM 220-REAPLICA
                           END-IF
                       END-IF
               END-READ.

