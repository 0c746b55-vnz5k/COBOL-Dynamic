       01 WS-DIAS-LIMITE               PIC 9(05).
       01 WS-DIAS-EMITIDO              PIC 9(05).
       01 WS-EN-TRANSITO               PIC 9(05) VALUE 0.
       01 WS-TOTAL-TRANSITO            PIC 9(09)V99 VALUE 0.
       01 WS-RANCIOS                   PIC 9(05) VALUE 0.
       01 WS-TOTAL-RANCIO              PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
                   'FILE STATUS: ' WS-CHKREG-STATUS
               STOP RUN
           END-IF.
           DISPLAY 'CHEQUE  ID      PERIODO   MONTO      EMITIDO'.
           DISPLAY SEP.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE CHK-REG.
