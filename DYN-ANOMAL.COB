       01 WS-MAX-INTENTOS              PIC 9(03) VALUE 10.
       01 WS-ENV-CAP                   PIC X(08).

       01 WS-DIF-SUE                   PIC S9(07)V99.
       01 WS-SUE-ANT-ED                PIC Z,ZZZ,ZZ9.99.
       01 WS-SUE-NVO-ED                PIC Z,ZZZ,ZZ9.99.
       01 WS-PCT-CALC                  PIC 9(03)V999.

      *BAJAS POR OPERADOR E INTENTOS POR PROGRAMA DEL DIA.
                   COMPUTE WS-PCT-CALC =
                       WS-DIF-SUE / AUD-SUE-MEN-ANT
                   IF WS-PCT-CALC > WS-PCT-SUELDO
                       MOVE AUD-SUE-MEN-ANT TO WS-SUE-ANT-ED
                       MOVE AUD-SUE-MEN-NVO TO WS-SUE-NVO-ED
                       MOVE SPACES TO WS-REN
                       STRING 'CAMBIO DE SUELDO FUERTE ID '
                           AUD-ID-EMPL ': ' WS-SUE-ANT-ED ' -> '
                           WS-SUE-NVO-ED ' POR ' AUD-OPER-ID
                           DELIMITED BY SIZE INTO WS-REN
                       PERFORM 920-ESCRIBE-REN
                       ADD 1 TO WS-HALLAZGOS
