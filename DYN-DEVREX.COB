      *********************************************************
      *PROGRAMA - REEXPEDICION DE DEPOSITOS DEVUELTOS. CADA   *
      *DEVOLUCION PENDIENTE EN DVL-CTL (CARGADA POR           *
      *DYN-DEVIMP) SE PAGA CON CHEQUE DEL REGISTRO CHK-REG,   *
      *CON FOLIO DEL CONTROL CHK-CTL Y EL PERIODO Y GRUPO DEL *
      *NETO DEVUELTO, PARA QUE LA CONCILIACION (DYN-PAYREC)   *
      *LO VEA PAGADO UNA SOLA VEZ. SI EL EMPLEADO YA TIENE    *
      *CHEQUE VIVO DE ESE PERIODO Y GRUPO (P.EJ. DYN-CHKPAY   *
      *SE RELANZO CON LA CUENTA YA EN PRENOTIFICACION) NO SE  *
      *EMITE OTRO: LA DEVOLUCION SE LIGA A ESE CHEQUE. LA     *
      *DEVOLUCION QUEDA CON EL FOLIO, LA FECHA Y EL OPERADOR  *
      *FIRMADO QUE LA REEXPIDIO.                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DEVREX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DVLFILE.
           COPY CHKCFILE.
           COPY CHKRFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY DVLFD.
           COPY CHKCFD.
           COPY CHKRFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY DVLSTAT.
           COPY CHKCSTAT.
           COPY CHKRSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CHK-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-VIVO                      PIC 9(06).
       01 WS-REEXPEDIDAS               PIC 9(05) VALUE 0.
       01 WS-LIGADAS                   PIC 9(05) VALUE 0.
       01 WS-SUMA                      PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     REEXPEDICION DE DEPOSITOS DEVUELTOS'.
           DISPLAY SEP.
           MOVE 'DYNDEVRX' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           DISPLAY 'ID DEL EMPLEADO (0 = TODAS LAS PENDIENTES):'.
           ACCEPT WS-ID.
           MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH.
           DISPLAY 'DVLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVLCTL-PATH = SPACES
               MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH
           END-IF.
           OPEN I-O DVL-CTL.
           IF WS-DVL-STATUS NOT = '00'
               DISPLAY 'SIN DEPOSITOS DEVUELTOS. FILE STATUS: '
                   WS-DVL-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN I-O CHK-REG.
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHK-REG
               CLOSE CHK-REG
               OPEN I-O CHK-REG
           END-IF.
           MOVE WS-ID TO DL-ID-EMPL.
           MOVE LOW-VALUES TO DL-PERIODO.
           MOVE LOW-VALUES TO DL-GRUPO.
           MOVE 0 TO DL-SEC.
           START DVL-CTL KEY IS NOT LESS THAN DL-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE CHK-REG.
           CLOSE DVL-CTL.
           DISPLAY SEP.
           DISPLAY 'CHEQUES EMITIDOS:          ' WS-REEXPEDIDAS.
           DISPLAY 'LIGADAS A CHEQUE EXISTENTE: ' WS-LIGADAS.
           DISPLAY 'SUMA REEXPEDIDA:           ' WS-SUMA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-PROCESA.
           READ DVL-CTL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF WS-ID NOT = 0 AND DL-ID-EMPL NOT = WS-ID
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF DL-EST = 'D'
                           PERFORM 200-REEXPIDE
                       END-IF
                   END-IF
           END-READ.

       200-REEXPIDE.
           PERFORM 210-BUSCA-VIVO.
           IF WS-VIVO NOT = 0
               MOVE WS-VIVO TO DL-CHEQUE
               DISPLAY 'ID ' DL-ID-EMPL ' PERIODO ' DL-PERIODO
                   ' YA TENIA CHEQUE VIVO ' WS-VIVO
               ADD 1 TO WS-LIGADAS
           ELSE
               PERFORM 300-CHEQUE
           END-IF.
           IF DL-CHEQUE NOT = 0
               MOVE 'X' TO DL-EST
               MOVE WS-CUR-OPER-ID TO DL-REX-OPER
               MOVE WS-HOY TO DL-REX-FECHA
               REWRITE DVL-REC
           END-IF.

      *CHEQUE VIVO (NO CANCELADO) DEL MISMO EMPLEADO, PERIODO Y
      *GRUPO; LOS CHEQUES SIN GRUPO CUENTAN COMO 'M'.
           210-BUSCA-VIVO.
               MOVE 0 TO WS-VIVO
               MOVE 0 TO WS-CHK-FLAG
               MOVE 0 TO CH-NUM
               START CHK-REG KEY IS NOT LESS THAN CH-NUM
                   INVALID KEY MOVE 1 TO WS-CHK-FLAG
               END-START
               PERFORM 220-SCAN UNTIL WS-CHK-FLAG = 1.

           220-SCAN.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-CHK-FLAG
                   NOT AT END
                       IF CH-ID-EMPL = DL-ID-EMPL
                           AND CH-PERIODO = DL-PERIODO
                           AND CH-EST NOT = 'V'
                           AND (CH-GRUPO = DL-GRUPO
                               OR (DL-GRUPO = 'M'
                                   AND CH-GRUPO = SPACE)
                               OR (DL-GRUPO = SPACE
                                   AND CH-GRUPO = 'M'))
                           MOVE CH-NUM TO WS-VIVO
                           MOVE 1 TO WS-CHK-FLAG
                       END-IF
               END-READ.

           300-CHEQUE.
               PERFORM 919-NEXT-CHEQUE
               MOVE DL-ID-EMPL TO CH-ID-EMPL
               MOVE DL-PERIODO TO CH-PERIODO
               MOVE DL-NETO TO CH-MONTO
               MOVE 'E' TO CH-EST
               MOVE 'DEPOSITO DEVUELTO' TO CH-MOTIVO
               MOVE 0 TO CH-REEMPLAZA
               MOVE WS-HOY TO CH-FECHA
               MOVE DL-GRUPO TO CH-GRUPO
               WRITE CHKREG-REC
                   INVALID KEY
                       DISPLAY 'NUMERO DE CHEQUE YA EXISTE: ' CH-NUM
                   NOT INVALID KEY
                       MOVE CH-NUM TO DL-CHEQUE
                       DISPLAY 'CHEQUE ' CH-NUM ' ID ' DL-ID-EMPL
                           ' PERIODO ' DL-PERIODO ' MONTO ' CH-MONTO
                       ADD 1 TO WS-REEXPEDIDAS
                       ADD CH-MONTO TO WS-SUMA
               END-WRITE.

           COPY CHKCLKUP.
           COPY OPERLKUP.
