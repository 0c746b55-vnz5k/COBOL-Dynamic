           COPY GARSTAT.
           COPY REPTWS.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-SUMA-SALDO                PIC 9(09)V99 VALUE 0.

       01 WS-LINEA.
           05 WS-L-ID                  PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-CASO                PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOTAL               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-SALDO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-MONTO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-PRIO                PIC 9.

               DISPLAY 'RETENCIONES JUDICIALES ABIERTAS - PAGINA: '
                   WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'ID      CASO               TOTAL         SALDO'
                   '     MONTO/PER  PRIO'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.
