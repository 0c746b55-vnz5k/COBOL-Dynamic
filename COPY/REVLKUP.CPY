      *****************************************************************
      *    QUITA LOS ACCESOS DE UN EMPLEADO DADO DE BAJA: CADA        *
      *    CUENTA DE OPER-MAST LIGADA A EL (OP-ID-EMPL) Y SU NIP DE   *
      *    KIOSCO QUEDAN CON BLOQUEO 'R' (REVOCADO), QUE NI LA FIRMA  *
      *    NI EL KIOSCO ACEPTAN, Y CADA ACCESO QUITADO DEJA SU        *
      *    RENGLON EN REV-LOG. EL LLAMADOR CARGA WS-REV-PROGRAMA Y    *
      *    WS-REV-ID-EMPL Y LO INVOCA JUSTO DESPUES DE GRABAR EL      *
      *    ESTATUS 'I'. REQUIERE COPY OPERFILE/OPERFD/OPERSTAT,       *
      *    KSKFILE/KSKFD/KSKSTAT, REVFILE/REVFD/REVSTAT Y             *
      *    WS-CUR-OPER-ID DECLARADO (BLANCO EN BATCH). NINGUN         *
      *    ARCHIVO DEBE ESTAR ABIERTO AL LLAMARLO.                    *
      *****************************************************************
       939-REVOCA-ACCESO.
           MOVE 0 TO WS-REV-CUENTAS
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF
           OPEN I-O OPER-MAST
           IF WS-OPER-STATUS = '00'
               MOVE 0 TO WS-REV-FLAG
               MOVE LOW-VALUES TO OP-ID
               START OPER-MAST KEY IS NOT LESS THAN OP-ID
                   INVALID KEY MOVE 1 TO WS-REV-FLAG
               END-START
               PERFORM 939-REVOCA-OPER UNTIL WS-REV-FLAG = 1
               CLOSE OPER-MAST
           END-IF
           MOVE WS-KSKMAST-PATH-DFLT TO WS-KSKMAST-PATH
           DISPLAY 'KSKMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-KSKMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-KSKMAST-PATH = SPACES
               MOVE WS-KSKMAST-PATH-DFLT TO WS-KSKMAST-PATH
           END-IF
           OPEN I-O KSK-MAST
           IF WS-KSK-STATUS = '00'
               MOVE WS-REV-ID-EMPL TO KP-ID-EMPL
               READ KSK-MAST KEY IS KP-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF KP-BLOQUEADO NOT = 'R'
                           MOVE 'R' TO KP-BLOQUEADO
                           REWRITE KSK-REC
                           MOVE 'K' TO WS-REV-TIPO
                           MOVE SPACES TO WS-REV-CUENTA
                           PERFORM 939-REVOCA-BITAC
                       END-IF
               END-READ
               CLOSE KSK-MAST
           END-IF
           IF WS-REV-CUENTAS > 0
               DISPLAY 'ACCESOS REVOCADOS DEL EMPLEADO '
                   WS-REV-ID-EMPL ': ' WS-REV-CUENTAS
           END-IF.

           939-REVOCA-OPER.
               READ OPER-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REV-FLAG
                   NOT AT END
                       IF OP-ID-EMPL IS NUMERIC
                           AND OP-ID-EMPL = WS-REV-ID-EMPL
                           AND OP-BLOQUEADO NOT = 'R'
                           MOVE 'R' TO OP-BLOQUEADO
                           REWRITE OPER-REC
                           MOVE 'O' TO WS-REV-TIPO
                           MOVE OP-ID TO WS-REV-CUENTA
                           PERFORM 939-REVOCA-BITAC
                       END-IF
               END-READ.

      *WS-REV-TIPO Y WS-REV-CUENTA LOS CARGA QUIEN LO INVOCA.
           939-REVOCA-BITAC.
               MOVE WS-REVLOG-PATH-DFLT TO WS-REVLOG-PATH
               DISPLAY 'REVLOG_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-REVLOG-PATH FROM ENVIRONMENT-VALUE
               IF WS-REVLOG-PATH = SPACES
                   MOVE WS-REVLOG-PATH-DFLT TO WS-REVLOG-PATH
               END-IF
               OPEN EXTEND REV-LOG
               IF WS-REV-STATUS = '35'
                   OPEN OUTPUT REV-LOG
               END-IF
               MOVE SPACES TO REV-REC
               MOVE FUNCTION CURRENT-DATE (1:8) TO RV-FECHA
               MOVE FUNCTION CURRENT-DATE (9:8) TO RV-HORA
               MOVE WS-REV-PROGRAMA TO RV-PROGRAMA
               MOVE WS-REV-ID-EMPL TO RV-ID-EMPL
               MOVE WS-REV-TIPO TO RV-TIPO
               MOVE WS-REV-CUENTA TO RV-CUENTA
               MOVE WS-CUR-OPER-ID TO RV-OPER
               WRITE REV-REC
               CLOSE REV-LOG
               ADD 1 TO WS-REV-CUENTAS.
