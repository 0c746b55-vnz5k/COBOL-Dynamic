      *MISMO CANDADO DE DOBLE LANZAMIENTO QUE PERCTL LE PONE  *
      *A LA CORRIDA DE NOMINA.                                *
      *CANCELACION Y REEXPEDICION SE HACEN CON DYN-CHKVOID.   *
      *PARA LOS GRUPOS REGULARES ES EL PASO 06 DEL CICLO      *
      *(CYC-CTL): NO SE EMITEN CHEQUES SIN LA VARIACION Y LA  *
      *AUDITORIA DEL PERIODO COMPLETAS O FIRMADAS.            *
      *EL NETO DE UN EMPLEADO CON PAGO RETENIDO (HLD-MAST) NO *
      *SE PAGA: QUEDA EN HLD-PAG HASTA QUE UN SUPERVISOR LO   *
      *LIBERE CON DYN-HLDREL.                                 *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY CHKRFILE.
           COPY PAYHFILE.
           COPY PRNFILE.
           COPY CYCFILE.
           COPY HLDFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
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
           COPY CHKRFD.
           COPY PAYHFD.
           COPY PRNFD.
           COPY CYCFD.
           COPY HLDFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY CHKRSTAT.
           COPY PAYHSTAT.
           COPY PRNSTAT.
           COPY CYCSTAT.
           COPY HLDSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-TOTAL-CHEQUES             PIC 9(09)V99 VALUE 0.
       01 WS-RETENIDOS                 PIC 9(05) VALUE 0.
       01 WS-SUMA-RETENIDA             PIC 9(09)V99 VALUE 0.

      *GRUPO DE PAGO DE LA CORRIDA; UN PH-GRUPO EN SPACES (DETALLE
      *ANTERIOR AL CAMPO) CUENTA COMO 'M'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-NOM                 PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-MONTO               PIC Z,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           PERFORM 045-PIDE-GRUPO.
           DISPLAY 'PERIODO DE LA CORRIDA (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNCKPAY' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
               DISPLAY 'SIN HISTORICO DE PAGOS (CORRA DYN-PAYRUN '
                   'PRIMERO). FILE STATUS: ' WS-PAYH-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
               CLOSE CHK-REG
               OPEN I-O CHK-REG
           END-IF.
           MOVE 'S' TO WS-HLD-GRABA.
           DISPLAY 'CHEQUE  ID      NOMBRE                          '
               '        MONTO'.
           DISPLAY SEP.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           DISPLAY 'TOTAL PAGADO CON CHEQUE: ' WS-TOTAL-CHEQUES.
           DISPLAY 'BRINCADOS (YA TENIAN CHEQUE DEL PERIODO): '
               WS-YA-BRINCADOS.
           DISPLAY 'NETOS RETENIDOS (DYN-HLDREL): ' WS-RETENIDOS
               ' SUMA: ' WS-SUMA-RETENIDA.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           045-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL '
                   'E=EXTRAORDINARIO A=AGUINALDO F=FONDO U=PTU '
                   'L=LIQUIDACION):'
               ACCEPT WS-GRUPO
               IF WS-GRUPO NOT = 'S' AND WS-GRUPO NOT = 'M'
                   AND WS-GRUPO NOT = 'E' AND WS-GRUPO NOT = 'A'
                   AND WS-GRUPO NOT = 'F' AND WS-GRUPO NOT = 'U'
                   AND WS-GRUPO NOT = 'L'
                   PERFORM 045-PIDE-GRUPO
               END-IF.

      *PASO 06 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           050-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 6 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'CHEQUES RECHAZADOS.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           100-PROCESA.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                           PH-ID-EMPL
                   NOT INVALID KEY
                       PERFORM 160-VA-POR-CHEQUE
                       IF WS-POR-CHEQUE = 'S'
                           PERFORM 966-RETENCION-CHECA THRU 966-SALIDA
                       END-IF
                       IF WS-POR-CHEQUE = 'S'
                           AND WS-HLD-RETENIDO = 'S'
                           DISPLAY ID-EMPL ' ' NOM-EMPL
                               ' PAGO RETENIDO, NO SE EMITE CHEQUE'
                           ADD 1 TO WS-RETENIDOS
                           ADD PH-NETO TO WS-SUMA-RETENIDA
                           MOVE 'N' TO WS-POR-CHEQUE
                       END-IF
                       IF WS-POR-CHEQUE = 'S'
                           PERFORM 210-YA-EMITIDO
                           IF WS-YA-EMITIDO = 'S'

           COPY CHKCLKUP.
           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY HLDLKUP.
           COPY OPERLKUP.
