       01  WS-ASTC-STATUS              PIC X(02).
       01  WS-ASTCAT-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ASTCAT.TXT'.
       01  WS-ASTCAT-PATH              PIC X(80).
       01  WS-ASTA-STATUS              PIC X(02).
       01  WS-ASTASG-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ASTASG.TXT'.
       01  WS-ASTASG-PATH              PIC X(80).
      *ACTIVOS NO DEVUELTOS DESCONTADOS EN EL FINIQUITO
      *(936-AST-BAJA); EN LA NOMINA ORDINARIA QUEDA EN CERO.
       01  WS-AST-CALC                 PIC 9(07)V99 VALUE 0.
       01  WS-AST-PEND                 PIC 9(03).
       01  WS-AST-FLAG                 PIC 9.
       01  WS-AST-CABE                 PIC 9(07)V99.
