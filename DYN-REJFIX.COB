               DISPLAY 'RECHAZO ' HR-SEQ ' RAZON ' HR-RAZON
               DISPLAY '  NOMBRE: ' HR-NOM-EMPL
               DISPLAY '  DEPTO:  ' HR-CLV-DEP ' TAB: ' HR-ID-TAB-S
                   ' F-ING: ' HR-F-ING ' PLAZA: ' HR-PLAZA
               DISPLAY 'CORREGIRLO AHORA? S/N (N = DEJAR EN COLA)'
               ACCEPT WS-RES
               IF WS-RES = 'S'
                   DISPLAY 'CLV-DEP:'        ACCEPT HR-CLV-DEP
                   DISPLAY 'ID-TAB-S:'       ACCEPT HR-ID-TAB-S
                   DISPLAY 'F-ING (YYYYMMDD):' ACCEPT HR-F-ING
                   DISPLAY 'PLAZA:'          ACCEPT HR-PLAZA
                   MOVE 'C' TO HR-EST
                   REWRITE HIREREJ-REC
                   ADD 1 TO WS-CORREGIDOS
