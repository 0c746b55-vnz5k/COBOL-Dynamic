      *****************************************************************
      *    CAMPOS DE TRABAJO DE LA COPIA GENERICA (XFRLKUP)           *
      *    WS-XF-TIPO: 'I' INDEXADO / 'S' SECUENCIAL DE RENGLONES.    *
      *****************************************************************
       01  WS-XF-PLANO-STATUS          PIC X(02).
       01  WS-XF-PLANO-PATH            PIC X(80).
       01  WS-XF-NUM                   PIC 9(03).
       01  WS-XF-TOTAL                 PIC 9(03) VALUE 124.
       01  WS-XF-NOMBRE                PIC X(12).
       01  WS-XF-VAR                   PIC X(16).
       01  WS-XF-TIPO                  PIC X.
       01  WS-XF-DFLT                  PIC X(80).
       01  WS-XF-ORIGEN                PIC X(80).
       01  WS-XF-DESTINO               PIC X(80).
       01  WS-XF-OK                    PIC X.
       01  WS-XF-FS                    PIC X(02).
       01  WS-XF-FLAG                  PIC 9.
       01  WS-XF-REGS                  PIC 9(09).
       01  WS-XF-RECHAZOS              PIC 9(09).
