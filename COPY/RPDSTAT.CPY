       01  WS-RPD-STATUS               PIC X(02).
       01  WS-RPDMAST-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\RPDMAST.TXT'.
       01  WS-RPDMAST-PATH             PIC X(80).
       01  WS-RPC-STATUS               PIC X(02).
       01  WS-RPDCSVDIR-DFLT           PIC X(26) VALUE
               'C:\Users\pc\Desktop\S\RPD-'.
       01  WS-RPDCSV-DIR               PIC X(26).
       01  WS-RPDCSV-PATH              PIC X(80).
