      *    (DYN-ALCMNT) O, SI NO TIENE RENGLONES (O NO HAY ARCHIVO),  *
      *    100 POR CIENTO A SU CLV-DEP DE CASA, COMO HOY. LOS         *
      *    REPORTES DEPARTAMENTALES SUMAN PAGO * PCT / 100 POR CADA   *
      *    RENGLON DE LA TABLA (1 A WS-ALC-USADOS). REQUIERE          *
      *    ID-EMPL, CLV-DEP Y COPY ALCSTAT (CON ALCFILE/ALCFD)        *
      *    DECLARADOS.                                                *
      *****************************************************************
       939-CARGA-REPARTO.
           MOVE 0 TO WS-ALC-USADOS
           MOVE 'N' TO WS-ALC-HALLO
           MOVE WS-ALLOCMAST-PATH-DFLT TO WS-ALLOCMAST-PATH
           DISPLAY 'ALLOCMAST_PATH' UPON ENVIRONMENT-NAME
               CLOSE ALLOC-MAST
           END-IF
           IF WS-ALC-HALLO = 'N'
               MOVE 1 TO WS-ALC-USADOS
               MOVE CLV-DEP TO WS-ALC-DEP(1)
               MOVE 100 TO WS-ALC-PCT(1)
           END-IF.

           940-ALC-SCAN.
                       IF AL-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-ALC-FLAG
                       ELSE
                           IF WS-ALC-USADOS < 10
                               ADD 1 TO WS-ALC-USADOS
                               MOVE AL-CLV-DEP
                                   TO WS-ALC-DEP(WS-ALC-USADOS)
                               MOVE AL-PCT
                                   TO WS-ALC-PCT(WS-ALC-USADOS)
                               MOVE 'S' TO WS-ALC-HALLO
                           END-IF
                       END-IF
               END-READ.
