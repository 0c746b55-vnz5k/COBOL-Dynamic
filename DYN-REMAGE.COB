       01 WS-PER-N                     PIC 9(06).
       01 WS-MESES                     PIC S9(04).
       01 WS-PENDIENTES                PIC 9(05) VALUE 0.
       01 WS-TOTAL-PEND                PIC 9(10)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               IF WS-ACCION = 'S'
                   DISPLAY 'PERIODO (AAAAMM):'
                   ACCEPT RC-PERIODO
                   DISPLAY 'TIPO (I/S/B/J/N/E):'
                   ACCEPT RC-TIPO
                   DISPLAY 'BENEFICIARIO (CLAVE):'
                   ACCEPT RC-CLAVE
