       01  WS-BKM-STATUS               PIC X(02).
       01  WS-BAKMANIF-PATH-DFLT       PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BAKMANIF.TXT'.
       01  WS-BAKMANIF-PATH            PIC X(80).
      *DIRECTORIO DE LOS JUEGOS (BAKSETDIR_PATH), CON LA DIAGONAL
      *FINAL. CADA ARCHIVO DEL JUEGO ES BK<JUEGO>-<NUM>.TXT.
       01  WS-BK-DIR-DFLT              PIC X(56) VALUE
               'C:\Users\pc\Desktop\S\'.
       01  WS-BK-DIR                   PIC X(56).
       01  WS-BK-SET                   PIC X(14).
       01  WS-BK-HASH                  PIC 9(15).
       01  WS-BK-HREG                  PIC 9(09).
       01  WS-BK-P                     PIC 9(03).
