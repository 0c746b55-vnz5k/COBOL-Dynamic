      *****************************************************************
      *    986-DIAS-FOLIO: CUENTA EN ABS-DIARIO LOS DIAS DE           *
      *    INCAPACIDAD (RAZON 'I') DEL EMPLEADO AC-ID-EMPL CON EL     *
      *    FOLIO AC-FOLIO, SOLO LOS DEL ANO WS-ACC-ANO CUANDO VIENE   *
      *    CARGADO. DEJA EL CONTEO EN WS-ACC-DIAS. ABS-DIARIO DEBE    *
      *    ESTAR ABIERTO (INPUT O I-O). REQUIERE COPY ACCSTAT Y       *
      *    ABSSTAT (CON SUS FILE/FD).                                 *
      *****************************************************************
       986-DIAS-FOLIO.
           MOVE 0 TO WS-ACC-DIAS
           MOVE 0 TO WS-ACC-FLAG
           MOVE AC-ID-EMPL TO AB-ID-EMPL
           MOVE SPACES TO AB-FECHA
           START ABS-DIARIO KEY IS NOT LESS THAN AB-KEY
               INVALID KEY MOVE 1 TO WS-ACC-FLAG
           END-START
           PERFORM 987-FOLIO-SCAN UNTIL WS-ACC-FLAG = 1.

           987-FOLIO-SCAN.
               READ ABS-DIARIO NEXT RECORD
                   AT END MOVE 1 TO WS-ACC-FLAG
                   NOT AT END
                       IF AB-ID-EMPL NOT = AC-ID-EMPL
                           MOVE 1 TO WS-ACC-FLAG
                       ELSE
                           IF AB-RAZON = 'I' AND AB-FOLIO = AC-FOLIO
                               AND (WS-ACC-ANO = SPACES
                                   OR AB-FECHA(1:4) = WS-ACC-ANO)
                               ADD 1 TO WS-ACC-DIAS
                           END-IF
                       END-IF
               END-READ.
