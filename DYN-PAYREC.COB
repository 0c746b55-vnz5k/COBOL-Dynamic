      *DE IMPORTE CERO NO CUENTAN). REPORTA LOS SIN PAGO, LOS *
      *PAGADOS DOBLE (CHEQUE Y DEPOSITO A LA VEZ) Y LOS       *
      *IMPORTES QUE NO COINCIDEN.                             *
      *PARA LOS GRUPOS REGULARES ES EL PASO 07 DEL CICLO      *
      *(CYC-CTL): ESPERA AL DEPOSITO Y A LOS CHEQUES; CON     *
      *DIFERENCIAS QUEDA CON EXCEPCIONES HASTA QUE UN         *
      *SUPERVISOR LAS FIRME EN DYN-CICLO.                     *
      *LOS NETOS RETENIDOS (HLD-PAG / HLD-MAST) NO SE CRUZAN: *
      *SE LISTAN APARTE PORQUE SU PAGO CORRE POR DYN-HLDREL.  *
      *UN DEPOSITO QUE EL BANCO DEVOLVIO (DVL-CTL) NO CUENTA  *
      *COMO LIQUIDACION: EL NETO QUEDA SIN PAGO HASTA QUE     *
      *DYN-DEVREX LO REEXPIDA CON CHEQUE.                     *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-DEPX-STATUS.
           COPY PAYHFILE.
           COPY CHKRFILE.
           COPY CYCFILE.
           COPY HLDFILE.
           COPY DVLFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           05 DEPX-D-ID-EMPL            PIC 9(06).
           05 DEPX-D-BANCO              PIC X(03).
           05 DEPX-D-CLABE              PIC X(18).
           05 DEPX-D-NETO               PIC 9(07)V99.

           COPY PAYHFD.
           COPY CHKRFD.
           COPY CYCFD.
           COPY HLDFD.
           COPY DVLFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY PAYHSTAT.
           COPY CHKRSTAT.
           COPY CYCSTAT.
           COPY HLDSTAT.
           COPY DVLSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-DEPX-STATUS               PIC X(02).
       01 WS-DEPEXT-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEPEXT.TXT'.
       01 WS-CHK-FLAG                  PIC 9.
       01 WS-CHEQUES                   PIC 9(02).
       01 WS-DEPOSITOS                 PIC 9(02).
       01 WS-MONTO-LIQ                 PIC 9(09)V99.
       01 WS-REVISADOS                 PIC 9(05) VALUE 0.
       01 WS-SIN-PAGO                  PIC 9(05) VALUE 0.
       01 WS-DOBLES                    PIC 9(05) VALUE 0.
       01 WS-DESCUADRES                PIC 9(05) VALUE 0.
       01 WS-RETENIDOS                 PIC 9(05) VALUE 0.

      *DETALLE DEL EXTRACTO DE DEPOSITO CARGADO A MEMORIA (LAS
      *PRENOTAS DE IMPORTE CERO SE DESCARTAN AL CARGAR).
       01 WS-DX-TABLA.
           05 WS-DX-ENT OCCURS 2000 TIMES.
               10 WS-DX-ID             PIC 9(06).
               10 WS-DX-NETO           PIC 9(07)V99.
       01 WS-DX-USADOS                 PIC 9(04) VALUE 0.
       01 WS-DX-TRUNCADO               PIC X VALUE 'N'.
       01 WS-DX-I                      PIC 9(04).
           PERFORM 045-PIDE-GRUPO.
           DISPLAY 'PERIODO A CONCILIAR (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNPYREC' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           PERFORM 100-CARGA-DEPOSITOS THRU 100-SALIDA.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN INPUT CHK-REG.
           MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH.
           DISPLAY 'DVLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVLCTL-PATH = SPACES
               MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH
           END-IF.
           OPEN INPUT DVL-CTL.
           PERFORM 200-PROCESA UNTIL WS-FLAG = 1.
           IF WS-DVL-STATUS NOT = '35'
               CLOSE DVL-CTL
           END-IF.
           CLOSE CHK-REG.
           CLOSE PAYHIST.
           DISPLAY SEP.
           DISPLAY 'SIN LIQUIDACION:   ' WS-SIN-PAGO.
           DISPLAY 'PAGADOS DOBLE:     ' WS-DOBLES.
           DISPLAY 'IMPORTES DISTINTOS: ' WS-DESCUADRES.
           DISPLAY 'RETENIDOS:         ' WS-RETENIDOS.
           IF WS-SIN-PAGO = 0 AND WS-DOBLES = 0
               AND WS-DESCUADRES = 0
               DISPLAY 'CONCILIACION LIMPIA; LOS PAGOS PUEDEN '
               DISPLAY 'OJO: EXTRACTO DE MAS DE 2000 DETALLES, '
                   'TABLA TRUNCADA'
           END-IF.
           IF WS-SIN-PAGO = 0 AND WS-DOBLES = 0
               AND WS-DESCUADRES = 0
               MOVE 'C' TO WS-CYC-RES
           ELSE
               MOVE 'E' TO WS-CYC-RES
           END-IF.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           045-PIDE-GRUPO.
                   PERFORM 045-PIDE-GRUPO
               END-IF.

      *PASO 07 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           050-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 7 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'CONCILIACION RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *EL EXTRACTO VIGENTE DE DEPOSITO (DYN-DEPEXT) SE CARGA A
      *MEMORIA; SOLO CUENTAN LOS DETALLES 'D' CON IMPORTE.
       100-CARGA-DEPOSITOS.
                           AND (PH-GRUPO = WS-GRUPO
                               OR (WS-GRUPO = 'M'
                                   AND PH-GRUPO = SPACE))
                           PERFORM 966-RETENCION-CHECA THRU 966-SALIDA
                           IF WS-HLD-RETENIDO = 'S'
                               DISPLAY 'RETENIDO: ID ' PH-ID-EMPL
                                   ' NETO ' PH-NETO
                               ADD 1 TO WS-RETENIDOS
                           ELSE
                               PERFORM 300-CONCILIA
                           END-IF
                       END-IF
               END-READ.

               MOVE 0 TO WS-MONTO-LIQ
               PERFORM 400-CUENTA-CHEQUES
               PERFORM 500-CUENTA-DEPOSITOS
               PERFORM 550-DEVUELTO
               EVALUATE TRUE
                   WHEN WS-CHEQUES + WS-DEPOSITOS = 0
                       DISPLAY 'SIN LIQUIDACION: ID ' PH-ID-EMPL
                   ADD 1 TO WS-DEPOSITOS
                   ADD WS-DX-NETO(WS-DX-I) TO WS-MONTO-LIQ
               END-IF.
      *EL DEPOSITO DEVUELTO POR EL BANCO SE DESCUENTA DE LO
      *LIQUIDADO.
           550-DEVUELTO.
               IF WS-DVL-STATUS NOT = '35' AND WS-DEPOSITOS > 0
                   MOVE PH-ID-EMPL TO DL-ID-EMPL
                   MOVE PH-PERIODO TO DL-PERIODO
                   MOVE PH-GRUPO TO DL-GRUPO
                   MOVE PH-SEC TO DL-SEC
                   READ DVL-CTL KEY IS DL-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WS-DEPOSITOS
                           SUBTRACT DL-NETO FROM WS-MONTO-LIQ
                   END-READ
               END-IF.

           COPY CYCLKUP.
           COPY HLDLKUP.
           COPY OPERLKUP.
