      *****************************************************************
      *    RUTINAS DEL REGISTRO DE ARCHIVOS DE SALIDA (OX-REG):       *
      *    997-OX-REGISTRA: DESPUES DE GENERAR EL ARCHIVO. GRABA EL   *
      *      SIGUIENTE CONSECUTIVO DE WS-OX-INTERFAZ/WS-OX-PERIODO    *
      *      CON ESTADO 'G', WS-OX-REGS, WS-OX-IMPORTE, WS-OX-ARCHIVO *
      *      Y WS-OX-OPER, MAS EL OVERRIDE QUE DEJO 997-OX-CHECA; LOS *
      *      VIVOS ANTERIORES DEL MISMO PERIODO QUEDAN 'S'.           *
      *    997-OX-ACUSE: EL ARCHIVO 'G'/'E' MAS RECIENTE DE LA        *
      *      INTERFAZ (Y DEL PERIODO, SI WS-OX-PERIODO NO VIENE EN    *
      *      BLANCO) PASA A 'A' CON EL CONTEO E IMPORTE DEL ACUSE     *
      *      (WS-OX-REGS/WS-OX-IMPORTE). WS-OX-OK = 'N' SI NO HUBO    *
      *      ARCHIVO PENDIENTE DE ACUSE.                              *
      *    REQUIERE COPY OXRFILE/OXRFD/OXRSTAT.                       *
      *****************************************************************
       997-OX-REGISTRA.
           PERFORM 997-OX-ABRE
           MOVE 'R' TO WS-OX-MODO
           PERFORM 997-OX-RECORRE
           MOVE SPACES TO OXR-REC
           MOVE WS-OX-INTERFAZ TO OX-INTERFAZ
           MOVE WS-OX-PERIODO TO OX-PERIODO
           COMPUTE OX-SEQ = WS-OX-SEQ + 1
           MOVE 'G' TO OX-EST
           MOVE WS-OX-REGS TO OX-REGS
           MOVE WS-OX-IMPORTE TO OX-IMPORTE
           MOVE WS-OX-ARCHIVO TO OX-ARCHIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO OX-F-GEN
           MOVE FUNCTION CURRENT-DATE (9:6) TO OX-H-GEN
           MOVE WS-OX-OPER TO OX-OPER-GEN
           MOVE 0 TO OX-ENVIOS
           MOVE 0 TO OX-ACK-REGS
           MOVE 0 TO OX-ACK-IMPORTE
           MOVE WS-OX-SUP-ID TO OX-OVR-OPER
           MOVE WS-OX-MOTIVO TO OX-OVR-MOTIVO
           WRITE OXR-REC
           CLOSE OX-REG
           DISPLAY 'ARCHIVO REGISTRADO: ' WS-OX-INTERFAZ ' '
               WS-OX-PERIODO ' CONSECUTIVO ' OX-SEQ.

       997-OX-ACUSE.
           MOVE 'N' TO WS-OX-OK
           PERFORM 997-OX-ABRE
           MOVE SPACES TO WS-OX-ULT-KEY
           MOVE SPACES TO WS-OX-ULT-FH
           MOVE 'N' TO WS-OX-FIN
           MOVE LOW-VALUES TO OX-KEY
           MOVE WS-OX-INTERFAZ TO OX-INTERFAZ
           START OX-REG KEY IS NOT LESS THAN OX-KEY
               INVALID KEY MOVE 'S' TO WS-OX-FIN
           END-START
           PERFORM 997-OX-ACUSE-LEE UNTIL WS-OX-FIN = 'S'
           IF WS-OX-ULT-KEY = SPACES
               DISPLAY 'SIN ARCHIVO ' WS-OX-INTERFAZ ' PENDIENTE DE '
                   'ACUSE EN EL REGISTRO DE SALIDA'
           ELSE
               MOVE WS-OX-ULT-KEY TO OX-KEY
               READ OX-REG KEY IS OX-KEY
                   NOT INVALID KEY
                       MOVE 'A' TO OX-EST
                       MOVE FUNCTION CURRENT-DATE (1:8) TO OX-F-ACK
                       MOVE WS-OX-REGS TO OX-ACK-REGS
                       MOVE WS-OX-IMPORTE TO OX-ACK-IMPORTE
                       REWRITE OXR-REC
                       MOVE 'S' TO WS-OX-OK
                       DISPLAY 'REGISTRO DE SALIDA: ' OX-INTERFAZ ' '
                           OX-PERIODO ' CONSECUTIVO ' OX-SEQ
                           ' QUEDA ACUSADO'
               END-READ
           END-IF
           CLOSE OX-REG.

           997-OX-ACUSE-LEE.
               READ OX-REG NEXT RECORD
                   AT END MOVE 'S' TO WS-OX-FIN
                   NOT AT END
                       IF OX-INTERFAZ NOT = WS-OX-INTERFAZ
                           MOVE 'S' TO WS-OX-FIN
                       ELSE
                           IF (OX-EST = 'G' OR OX-EST = 'E')
                               AND (WS-OX-PERIODO = SPACES
                                   OR OX-PERIODO = WS-OX-PERIODO)
                               AND OX-GEN-FH > WS-OX-ULT-FH
                               MOVE OX-KEY TO WS-OX-ULT-KEY
                               MOVE OX-GEN-FH TO WS-OX-ULT-FH
                           END-IF
                       END-IF
               END-READ.

       997-OX-ABRE.
           MOVE WS-OXREG-PATH-DFLT TO WS-OXREG-PATH
           DISPLAY 'OXREG_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-OXREG-PATH FROM ENVIRONMENT-VALUE
           IF WS-OXREG-PATH = SPACES
               MOVE WS-OXREG-PATH-DFLT TO WS-OXREG-PATH
           END-IF
           OPEN I-O OX-REG
           IF WS-OXR-STATUS = '35'
               OPEN OUTPUT OX-REG
               CLOSE OX-REG
               OPEN I-O OX-REG
           END-IF.

      *RECORRE LOS CONSECUTIVOS DE LA INTERFAZ/PERIODO Y DEJA EL
      *ULTIMO EN WS-OX-SEQ. MODO 'C': CUENTA Y MUESTRA LOS VIVOS;
      *MODO 'R': LOS DEJA SUSTITUIDOS.
       997-OX-RECORRE.
           MOVE 0 TO WS-OX-VIVOS
           MOVE 0 TO WS-OX-SEQ
           MOVE 'N' TO WS-OX-FIN
           MOVE WS-OX-INTERFAZ TO OX-INTERFAZ
           MOVE WS-OX-PERIODO TO OX-PERIODO
           MOVE 0 TO OX-SEQ
           START OX-REG KEY IS NOT LESS THAN OX-KEY
               INVALID KEY MOVE 'S' TO WS-OX-FIN
           END-START
           PERFORM 997-OX-RECORRE-LEE UNTIL WS-OX-FIN = 'S'.

           997-OX-RECORRE-LEE.
               READ OX-REG NEXT RECORD
                   AT END MOVE 'S' TO WS-OX-FIN
                   NOT AT END
                       IF OX-INTERFAZ NOT = WS-OX-INTERFAZ
                           OR OX-PERIODO NOT = WS-OX-PERIODO
                           MOVE 'S' TO WS-OX-FIN
                       ELSE
                           MOVE OX-SEQ TO WS-OX-SEQ
                           IF OX-EST NOT = 'S'
                               ADD 1 TO WS-OX-VIVOS
                               PERFORM 997-OX-VIVO
                           END-IF
                       END-IF
               END-READ.

           997-OX-VIVO.
               IF WS-OX-MODO = 'C'
                   DISPLAY '  CONSECUTIVO ' OX-SEQ ' EST ' OX-EST
                       ' GENERADO ' OX-F-GEN ' POR ' OX-OPER-GEN
                       ' REGS ' OX-REGS ' IMPORTE ' OX-IMPORTE
               ELSE
                   MOVE 'S' TO OX-EST
                   REWRITE OXR-REC
               END-IF.
