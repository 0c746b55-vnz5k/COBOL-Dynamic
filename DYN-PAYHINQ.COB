       01 WS-HOY                       PIC 9(08).
       01 WS-ANO-HOY                   PIC X(04).
       01 WS-PER-ACTUAL                PIC X(06).
       01 WS-DEDUC-ACTUAL              PIC 9(07)V99.

       01 WS-LINEA.
           05 WS-L-PERIODO             PIC X(06).
           05 WS-L-FECHA               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TIPO                PIC X.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-HORAS               PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-EXTRA               PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-BRUTO               PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-ISR                 PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-NETO                PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-DEDUC               PIC Z(06)9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               DISPLAY 'HISTORICO DE PAGOS ID: ' WS-ID-BUSCA
                   ' - PAGINA: ' WS-RPT-PAGINA
               DISPLAY SEP
               DISPLAY 'PERIOD  FECHA     T HORAS   EXTRA   '
                   'PAGO BRUTO   IMPUESTO       NETO      DEDUC'
               DISPLAY SEP
               MOVE 0 TO WS-RPT-LINEA.
