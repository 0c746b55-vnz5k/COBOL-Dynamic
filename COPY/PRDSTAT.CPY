       01  WS-PRD-STATUS               PIC X(02).
       01  WS-PRIMDET-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PRIMDET.TXT'.
       01  WS-PRIMDET-PATH             PIC X(80).
      *IMPORTES QUE LA NOMINA TOMA DEL PERIODO (989-PRIMAS-LEE) Y
      *SU SUMA; CON WS-PRD-APLICA = 'S' (SOLO LA CORRIDA) LOS
      *RENGLONES LEIDOS QUEDAN MARCADOS PAGADOS.
       01  WS-PRD-DOM                  PIC 9(07)V99.
       01  WS-PRD-FER                  PIC 9(07)V99.
       01  WS-PRD-PUN                  PIC 9(07)V99.
       01  WS-PRD-ASI                  PIC 9(07)V99.
       01  WS-PRD-CALC                 PIC 9(07)V99.
       01  WS-PRD-IMP-G                PIC 9(07)V99.
       01  WS-PRD-TIPO                 PIC X.
       01  WS-PRD-PERIODO              PIC X(06).
       01  WS-PRD-APLICA               PIC X VALUE 'N'.
