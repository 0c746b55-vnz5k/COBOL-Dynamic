       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
       01 WS-MES                       PIC X(06).
       01 WS-MES-INI                   PIC X(08).
       01 WS-MES-FIN                   PIC X(08).
       01 WS-DEP-BUSCA                 PIC 9(03).
      *DEPARTAMENTOS CON AUSENCIAS EN EL MES (CLV-DEP + 1); SOLO
      *ESOS LLEVAN PASADA DE LISTADO.
       01 WS-HAY-TABLA.
           05 WS-HAY-DEP               PIC X OCCURS 1000 TIMES.
       01 WS-HX                        PIC 9(04).
       01 WS-LISTADOS                  PIC 9(05) VALUE 0.

       01 SEP.
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
      *UNA PASADA POR DEPTO, PARA QUE EL LISTADO SALGA AGRUPADO;
      *LA PRIMERA PASADA MARCA LOS DEPTOS QUE TIENEN AUSENCIAS.
           MOVE ALL 'N' TO WS-HAY-TABLA.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO LR-ID-EMPL.
           MOVE SPACES TO LR-F-INICIO.
           START LV-REQ KEY IS NOT LESS THAN LR-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 050-MARCA UNTIL WS-FLAG = 1.
           MOVE 0 TO WS-DEP-BUSCA.
           PERFORM 090-SIGUIENTE 1000 TIMES.
           CLOSE LV-REQ.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY SEP.
           STOP RUN.

           050-MARCA.
               READ LV-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF LR-EST = 'A'
                           AND LR-F-INICIO NOT > WS-MES-FIN
                           AND LR-F-FIN NOT < WS-MES-INI
                           COMPUTE WS-HX = LR-CLV-DEP + 1
                           MOVE 'S' TO WS-HAY-DEP(WS-HX)
                       END-IF
               END-READ.

       090-SIGUIENTE.
           COMPUTE WS-HX = WS-DEP-BUSCA + 1.
           IF WS-HAY-DEP(WS-HX) = 'S'
               PERFORM 100-UN-DEPTO
           END-IF.
           ADD 1 TO WS-DEP-BUSCA.

       100-UN-DEPTO.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO LR-ID-EMPL.
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 110-LEE UNTIL WS-FLAG = 1.

           110-LEE.
               READ LV-REQ NEXT RECORD
