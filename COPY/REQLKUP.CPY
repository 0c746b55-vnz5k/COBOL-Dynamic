      *****************************************************************
      *    CIERRE DEL CICLO REQUISICION -> ALTA PENDIENTE, POR LA     *
      *    LLAVE ALTERNA RQ-ID-EMPL (EL ID QUE SE RESERVO AL ACEPTAR  *
      *    LA OFERTA EN DYN-APLMNT).                                  *
      *    996-REQ-CUBRE: AL APROBARSE EL ALTA, LA REQUISICION        *
      *    'O' DE ID-EMPL QUEDA CUBIERTA CON LA FECHA DE HOY Y, SI    *
      *    TRAE PLAZA, EL EMPLEADO LA OCUPA (988/989 DE PLZLKUP).     *
      *    997-REQ-REABRE: AL RECHAZARSE EL ALTA, LA REQUISICION      *
      *    VUELVE A 'A' (ABIERTA) Y EL CANDIDATO QUEDA EN 'N'.        *
      *    REQUIERE REG-EMPL CARGADO Y COPY REQSTAT / APLSTAT /       *
      *    PLZSTAT / PSTSTAT (CON SUS FILE Y FD) Y PLZLKUP.           *
      *****************************************************************
       996-REQ-CUBRE.
           PERFORM 999-REQ-RUTA
           OPEN I-O REQ-MAST
           IF WS-REQ-STATUS = '00'
               MOVE 0 TO WS-PLZ-PIDE
               PERFORM 998-REQ-BUSCA
               IF WS-REQ-FLAG = 0
                   MOVE 'C' TO RQ-EST
                   MOVE WS-REQ-HOY TO RQ-F-CUBRE
                   REWRITE REQ-REC
                   MOVE RQ-PLAZA TO WS-PLZ-PIDE
                   DISPLAY 'REQUISICION ' RQ-NUM ' CUBIERTA'
               END-IF
               CLOSE REQ-MAST
               IF WS-PLZ-PIDE NOT = 0
                   MOVE 'S' TO WS-PLZ-OBLIGA
                   PERFORM 988-PLAZA-VALIDA THRU 988-SALIDA
                   IF WS-PLZ-OK = 'S'
                       PERFORM 989-PLAZA-OCUPA THRU 989-SALIDA
                   ELSE
                       DISPLAY 'NO SE OCUPO LA PLAZA ' WS-PLZ-PIDE
                           ': ' WS-PLZ-MSG
                       DISPLAY 'ASIGNE LA PLAZA EN DYN-EDIT'
                   END-IF
               END-IF
           END-IF.

       997-REQ-REABRE.
           PERFORM 999-REQ-RUTA
           OPEN I-O REQ-MAST
           IF WS-REQ-STATUS = '00'
               PERFORM 998-REQ-BUSCA
               IF WS-REQ-FLAG = 0
                   MOVE 'A' TO RQ-EST
                   MOVE 0 TO RQ-ID-EMPL
                   REWRITE REQ-REC
                   DISPLAY 'REQUISICION ' RQ-NUM ' REABIERTA'
                   PERFORM 997-REQ-CANDIDATO
               END-IF
               CLOSE REQ-MAST
           END-IF.

      *EL CANDIDATO QUE ACEPTO LA OFERTA (AP-ID-EMPL = ID-EMPL)
      *QUEDA COMO DECLINADO.
           997-REQ-CANDIDATO.
               MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
               DISPLAY 'APLMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-APLMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-APLMAST-PATH = SPACES
                   MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
               END-IF
               OPEN I-O APL-MAST
               IF WS-APL-STATUS = '00'
                   MOVE RQ-NUM TO AP-RQ-NUM
                   MOVE 0 TO AP-SEQ
                   MOVE 0 TO WS-REQ-FLAG
                   START APL-MAST KEY IS NOT LESS THAN AP-KEY
                       INVALID KEY MOVE 1 TO WS-REQ-FLAG
                   END-START
                   PERFORM 997-REQ-CANDIDATO-UNO
                       UNTIL WS-REQ-FLAG = 1
                   CLOSE APL-MAST
               END-IF.

           997-REQ-CANDIDATO-UNO.
               READ APL-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REQ-FLAG
                   NOT AT END
                       IF AP-RQ-NUM NOT = RQ-NUM
                           MOVE 1 TO WS-REQ-FLAG
                       ELSE
                           IF AP-ID-EMPL = ID-EMPL
                               MOVE 'N' TO AP-ETAPA
                               MOVE WS-REQ-HOY TO AP-F-ETAPA
                               REWRITE APL-REC
                           END-IF
                       END-IF
               END-READ.

      *UBICA LA REQUISICION 'O' DE ID-EMPL (QUEDA LEIDA EN
      *REQ-REC); WS-REQ-FLAG = 0 SI LA ENCONTRO.
           998-REQ-BUSCA.
               MOVE 1 TO WS-REQ-FLAG
               MOVE ID-EMPL TO RQ-ID-EMPL
               START REQ-MAST KEY IS EQUAL TO RQ-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ REQ-MAST NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF RQ-ID-EMPL = ID-EMPL
                                   AND RQ-EST = 'O'
                                   MOVE 0 TO WS-REQ-FLAG
                               END-IF
                       END-READ
               END-START.

           999-REQ-RUTA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REQ-HOY
               MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               DISPLAY 'REQMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-REQMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-REQMAST-PATH = SPACES
                   MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               END-IF.
