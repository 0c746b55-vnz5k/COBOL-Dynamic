       01  WS-LVTAKEN-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LVTAKEN.TXT'.
       01  WS-LVTAKEN-PATH             PIC X(80).
       01  WS-PRIMAVAC-CALC            PIC 9(07)V99.
       01  WS-PRIMAVAC-DIAS            PIC 9(02)V99.
       01  WS-PRIMAVAC-CUOTA           PIC 9(05)V99.
       01  WS-PRIMAVAC-APLICA          PIC X VALUE 'N'.
