      *****************************************************************
      *    DECIDE SI EL NETO DE PAYHIST EN TURNO (PH-ID-EMPL,         *
      *    PH-PERIODO, PH-GRUPO) ESTA RETENIDO: YA TIENE REGISTRO EN  *
      *    HLD-PAG (SE PAGA SOLO POR DYN-HLDREL) O EL EMPLEADO TIENE  *
      *    RETENCION VIGENTE EN HLD-MAST. CON WS-HLD-GRABA = 'S' EL   *
      *    NETO RECIEN DETENIDO QUEDA ANOTADO EN HLD-PAG CON LA FECHA *
      *    DE HOY. DEJA WS-HLD-RETENIDO = 'S' / 'N'. REQUIERE COPY    *
      *    HLDSTAT (CON HLDFILE/HLDFD) Y COPY PAYHFD DECLARADOS.      *
      *****************************************************************
       966-RETENCION-CHECA.
           MOVE 'N' TO WS-HLD-RETENIDO
           PERFORM 967-RETENCION-RUTAS
           IF WS-HLD-GRABA = 'S'
               OPEN I-O HLD-PAG
               IF WS-HLP-STATUS = '35'
                   OPEN OUTPUT HLD-PAG
                   CLOSE HLD-PAG
                   OPEN I-O HLD-PAG
               END-IF
           ELSE
               OPEN INPUT HLD-PAG
           END-IF
           IF WS-HLP-STATUS = '00'
               MOVE PH-ID-EMPL TO HP-ID-EMPL
               MOVE PH-PERIODO TO HP-PERIODO
               MOVE PH-GRUPO TO HP-GRUPO
               READ HLD-PAG KEY IS HP-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-HLD-RETENIDO
               END-READ
           END-IF
           IF WS-HLD-RETENIDO = 'S'
               CLOSE HLD-PAG
               GO TO 966-SALIDA
           END-IF
           OPEN INPUT HLD-MAST
           IF WS-HLD-STATUS = '00'
               MOVE PH-ID-EMPL TO HD-ID-EMPL
               READ HLD-MAST KEY IS HD-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HD-EST = 'R'
                           MOVE 'S' TO WS-HLD-RETENIDO
                       END-IF
               END-READ
               CLOSE HLD-MAST
           END-IF
           IF WS-HLD-RETENIDO = 'S' AND WS-HLD-GRABA = 'S'
               AND WS-HLP-STATUS = '00' AND PH-NETO > 0
               ACCEPT WS-HLD-HOY FROM DATE YYYYMMDD
               MOVE PH-ID-EMPL TO HP-ID-EMPL
               MOVE PH-PERIODO TO HP-PERIODO
               MOVE PH-GRUPO TO HP-GRUPO
               MOVE PH-NETO TO HP-NETO
               MOVE WS-HLD-HOY TO HP-FECHA
               MOVE 'R' TO HP-EST
               MOVE 0 TO HP-CHEQUE
               MOVE SPACES TO HP-LIB-OPER
               MOVE SPACES TO HP-LIB-FECHA
               WRITE HLP-REC
           END-IF
           IF WS-HLP-STATUS NOT = '35'
               CLOSE HLD-PAG
           END-IF.
       966-SALIDA.
           EXIT.

           967-RETENCION-RUTAS.
               MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               DISPLAY 'HLDMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDMAST-PATH = SPACES
                   MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               END-IF
               MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               DISPLAY 'HLDPAG_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDPAG-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDPAG-PATH = SPACES
                   MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               END-IF.
