      *****************************************************************
      *    AFILIACION SINDICAL VIGENTE HOY DEL EMPLEADO ID-EMPL:      *
      *    RECORRE SUS RENGLONES EN SND-MEM Y DEJA EN WS-SND-CLV EL   *
      *    SINDICATO DE LA AFILIACION VIGENTE Y EN WS-SND-AFIL SU     *
      *    NUMERO DE AFILIADO. SIN AFILIACION VIGENTE (O SIN ARCHIVO) *
      *    WS-SND-CLV QUEDA EN SPACES: EMPLEADO DE CONFIANZA.         *
      *    REQUIERE ID-EMPL Y COPY SNDFILE/SNDFD/SNDSTAT.             *
      *****************************************************************
       938-SND-MIEMBRO.
           MOVE SPACES TO WS-SND-CLV
           MOVE SPACES TO WS-SND-AFIL
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SND-HOY
           MOVE WS-SNDMEM-PATH-DFLT TO WS-SNDMEM-PATH
           DISPLAY 'SNDMEM_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-SNDMEM-PATH FROM ENVIRONMENT-VALUE
           IF WS-SNDMEM-PATH = SPACES
               MOVE WS-SNDMEM-PATH-DFLT TO WS-SNDMEM-PATH
           END-IF
           OPEN INPUT SND-MEM
           IF WS-SNDM-STATUS = '00'
               MOVE 0 TO WS-SND-FLAG
               MOVE ID-EMPL TO SM-ID-EMPL
               MOVE SPACES TO SM-F-INICIO
               START SND-MEM KEY IS NOT LESS THAN SM-KEY
                   INVALID KEY MOVE 1 TO WS-SND-FLAG
               END-START
               PERFORM 938-SND-MIEMBRO-LEE UNTIL WS-SND-FLAG = 1
               CLOSE SND-MEM
           END-IF.

           938-SND-MIEMBRO-LEE.
               READ SND-MEM NEXT RECORD
                   AT END MOVE 1 TO WS-SND-FLAG
                   NOT AT END
                       IF SM-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-SND-FLAG
                       ELSE
                           IF SM-F-INICIO NOT > WS-SND-HOY
                               AND (SM-F-FIN = SPACES
                                   OR SM-F-FIN NOT < WS-SND-HOY)
                               MOVE SM-SINDICATO TO WS-SND-CLV
                               MOVE SM-NUM-AFIL TO WS-SND-AFIL
                           END-IF
                       END-IF
               END-READ.
