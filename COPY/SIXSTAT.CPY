       01  WS-SIX-STATUS               PIC X(02).
       01  WS-SATIDX-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SATIDX.TXT'.
       01  WS-SATIDX-PATH              PIC X(80).
      *PREFIJO DE LOS ARCHIVOS HISTORICOS SARC-XXXX-AAAAMMDD.TXT.
       01  WS-SARCDIR-PATH-DFLT        PIC X(27) VALUE
               'C:\Users\pc\Desktop\S\SARC-'.
