       01  WS-HLD-STATUS               PIC X(02).
       01  WS-HLDMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HLDMAST.TXT'.
       01  WS-HLDMAST-PATH             PIC X(80).
       01  WS-HLP-STATUS               PIC X(02).
       01  WS-HLDPAG-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HLDPAG.TXT'.
       01  WS-HLDPAG-PATH              PIC X(80).
      *'S' = EL NETO EN TURNO ESTA RETENIDO; WS-HLD-GRABA 'S' ABRE
      *SU REGISTRO EN HLD-PAG SI AUN NO LO TIENE.
       01  WS-HLD-RETENIDO             PIC X.
       01  WS-HLD-GRABA                PIC X VALUE 'N'.
       01  WS-HLD-HOY                  PIC 9(08).
