      *********************************************************
      *PROGRAMA - APROBACION DE VIATICOS Y ANTICIPOS          *
      *(VIA-MAST). EL OPERADOR FIRMADO APRUEBA LO QUE         *
      *CAPTURARON SUS SUBORDINADOS: SU CUENTA DEBE ESTAR      *
      *LIGADA A UN EMPLEADO (OP-ID-EMPL) Y SOLO VE LOS FOLIOS *
      *PENDIENTES DE QUIENES LO TIENEN COMO JEFE (SUP-ID);    *
      *NADIE APRUEBA LO SUYO. AL APROBAR UNA COMPROBACION SE  *
      *FIJA LA PARTE EXENTA - LO QUE TRAE COMPROBANTE, MAS LO *
      *QUE NO LO TRAE HASTA WS-VIA-PCT-SC DEL TOTAL SIN PASAR *
      *DE WS-VIA-TOPE-SC EN EL ANO - Y EL RESTO QUEDA GRAVADO;*
      *LUEGO SE DESCUENTAN LOS ANTICIPOS YA PAGADOS DEL       *
      *EMPLEADO, EL MAS VIEJO PRIMERO, Y EL ANTICIPO QUE SE   *
      *COMPRUEBA COMPLETO QUEDA LIQUIDADO. EL JEFE ELIGE SI SE*
      *PAGA EN LA SIGUIENTE NOMINA O EN LA CORRIDA            *
      *SUPLEMENTARIA. MISMO ESTILO QUE DYN-LVAPPR.            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VIAAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY VIAFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY QSCFILE.
           COPY EXCFILE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
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
           05 TERM-FECHA                PIC X(08).
           05 REHIRE-FECHA              PIC X(08).
           05 REHIRE-ID-ORIG            PIC 9(06).
           05 TELEFONO                   PIC X(12).
           05 EMAIL                      PIC X(30).
           05 TIPO-PAGO                  PIC X.
           05 HORAS-TRAB                 PIC 9(03)V99.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 F-NAC                      PIC X(08).
           05 RFC                        PIC X(13).
           05 CURP                       PIC X(18).
           05 NSS                        PIC X(11).
           05 GRUPO-PAGO                 PIC X.
           05 SUP-ID                     PIC 9(06).
           05 CIA-CLV                    PIC X(02).
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY VIAFD.
           COPY OPERFD.
           COPY SESFD.
           COPY QSCFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY VIASTAT.
           COPY OPERSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
      *EMPLEADO DUENO DE LA CUENTA FIRMADA (OP-ID-EMPL): EL JEFE.
       01 WS-CUR-EMPL                  PIC 9(06).
       01 WS-ACCION                    PIC X.
       01 WS-DECIDE                    PIC X.
       01 WS-RUTA                      PIC X.
       01 WS-HOY                       PIC X(08).
       01 WS-PEND-FLAG                 PIC 9.
       01 WS-SCAN-FLAG                 PIC 9.
       01 WS-REVISADOS                 PIC 9(05).

      *FOLIO EN REVISION (EL CALCULO DE EXENTOS Y LA APLICACION
      *DE ANTICIPOS REPOSICIONAN VIA-MAST).
       01 WS-R-ID                      PIC 9(06).
       01 WS-R-FOLIO                   PIC 9(04).
       01 WS-R-TIPO                    PIC X.
       01 WS-R-TOTAL                   PIC 9(07)V99.

      *PARTE EXENTA Y GRAVADA DE LA COMPROBACION.
       01 WS-CON-COMP                  PIC 9(07)V99.
       01 WS-SIN-COMP                  PIC 9(07)V99.
       01 WS-SC-USADO                  PIC 9(07)V99.
       01 WS-SC-TOPE                   PIC 9(07)V99.
       01 WS-EXE-SC                    PIC 9(07)V99.
       01 WS-EXENTO                    PIC 9(07)V99.
       01 WS-GRAVADO                   PIC 9(07)V99.

      *ANTICIPOS PAGADOS QUE CUBREN LA COMPROBACION.
       01 WS-POR-APLICAR               PIC 9(07)V99.
       01 WS-ANT-APL                   PIC 9(07)V99.
       01 WS-ANT-SALDO                 PIC 9(07)V99.
       01 WS-ANT-TOMA                  PIC 9(07)V99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG.
           MOVE 'DYNVIAAP' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     APROBACION DE VIATICOS'.
           DISPLAY SEP.
           MOVE 'DYNVIAAP' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-JEFE.
           IF WS-CUR-EMPL = 0
               DISPLAY 'SU CUENTA NO ESTA LIGADA A UN EMPLEADO; '
                   'NO PUEDE APROBAR VIATICOS'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH.
           DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIAMAST-PATH = SPACES
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
           END-IF.
           OPEN I-O VIA-MAST.
           IF WS-VIA-STATUS NOT = '00'
               DISPLAY 'SIN VIATICOS (DYN-VIAMNT). FILE STATUS: '
                   WS-VIA-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-VIADET-PATH-DFLT TO WS-VIADET-PATH.
           DISPLAY 'VIADET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VIADET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VIADET-PATH = SPACES
               MOVE WS-VIADET-PATH-DFLT TO WS-VIADET-PATH
           END-IF.
           OPEN INPUT VIA-DET.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE VIA-MAST.
           IF WS-VIAD-STATUS = '00'
               CLOSE VIA-DET
           END-IF.
           CLOSE EMPLEADO.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (R=REVISAR PENDIENTES F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'R' PERFORM 200-REVISA-PENDIENTES
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       200-REVISA-PENDIENTES.
           MOVE 0 TO WS-REVISADOS.
           MOVE 0 TO WS-PEND-FLAG.
           MOVE LOW-VALUES TO VI-KEY.
           START VIA-MAST KEY IS NOT LESS THAN VI-KEY
               INVALID KEY MOVE 1 TO WS-PEND-FLAG
           END-START.
           PERFORM 210-LEE-PENDIENTE UNTIL WS-PEND-FLAG = 1.
           IF WS-REVISADOS = 0
               DISPLAY 'SIN PENDIENTES DE SUS SUBORDINADOS'
           END-IF.

           210-LEE-PENDIENTE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-PEND-FLAG
                   NOT AT END
                       IF VI-EST = 'C'
                           PERFORM 300-DECIDE THRU 300-REPOSICIONA
                       END-IF
               END-READ.

      *SE COPIAN LOS DATOS DEL FOLIO PORQUE EL CALCULO DE
      *EXENTOS Y LA APLICACION DE ANTICIPOS RECORREN EL MISMO
      *ARCHIVO; AL FINAL SE RELEE EL FOLIO POR LLAVE PARA
      *DECIDIR SOBRE EL. EL RANGO PERFORMADO LLEGA HASTA
      *300-REPOSICIONA PARA QUE EL CICLO DE PENDIENTES SIGA CON
      *EL FOLIO QUE VIENE, IGUAL QUE EN DYN-LVAPPR.
           300-DECIDE.
               MOVE VI-ID-EMPL TO WS-R-ID
               MOVE VI-FOLIO TO WS-R-FOLIO
               MOVE VI-TIPO TO WS-R-TIPO
               MOVE VI-TOTAL TO WS-R-TOTAL
               MOVE WS-R-ID TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY GO TO 300-REPOSICIONA
               END-READ
               IF SUP-ID NOT = WS-CUR-EMPL
                   OR ID-EMPL = WS-CUR-EMPL
                   GO TO 300-REPOSICIONA
               END-IF
               ADD 1 TO WS-REVISADOS
               DISPLAY SEP
               IF WS-R-TIPO = 'A'
                   DISPLAY 'ANTICIPO ' WS-R-FOLIO ' DE ' WS-R-ID ' '
                       NOM-EMPL
               ELSE
                   DISPLAY 'COMPROBACION ' WS-R-FOLIO ' DE ' WS-R-ID
                       ' ' NOM-EMPL
               END-IF
               DISPLAY '  ' VI-DESTINO ' DEL ' VI-F-SALIDA ' AL '
                   VI-F-REGRESO
               DISPLAY '  MOTIVO: ' VI-MOTIVO
               DISPLAY '  IMPORTE: ' WS-R-TOTAL
               IF WS-R-TIPO = 'C'
                   PERFORM 400-CALCULA-EXENTO
                   DISPLAY '  CON COMPROBANTE ' WS-CON-COMP
                       ' SIN COMPROBANTE ' WS-SIN-COMP
                   DISPLAY '  EXENTO ' WS-EXENTO ' GRAVADO '
                       WS-GRAVADO
               END-IF
               DISPLAY 'DECISION (A=APROBAR R=RECHAZAR N=DESPUES):'
               ACCEPT WS-DECIDE
               EVALUATE WS-DECIDE
                   WHEN 'A' PERFORM 500-APRUEBA THRU 500-SALIDA
                   WHEN 'R' PERFORM 550-RECHAZA
                   WHEN OTHER CONTINUE
               END-EVALUATE.
           300-REPOSICIONA.
               MOVE WS-R-ID TO VI-ID-EMPL
               MOVE WS-R-FOLIO TO VI-FOLIO
               START VIA-MAST KEY IS GREATER THAN VI-KEY
                   INVALID KEY MOVE 1 TO WS-PEND-FLAG
               END-START.

      *LO QUE TRAE COMPROBANTE ES EXENTO; LO QUE NO, SOLO HASTA
      *WS-VIA-PCT-SC DEL TOTAL Y SIN PASAR DEL TOPE ANUAL MENOS
      *LO YA EXENTADO SIN COMPROBANTE EN EL ANO (COMPROBACIONES
      *APROBADAS O PAGADAS DEL EMPLEADO). EL RESTO SE GRAVA.
       400-CALCULA-EXENTO.
           MOVE 0 TO WS-CON-COMP.
           MOVE 0 TO WS-SIN-COMP.
           IF WS-VIAD-STATUS = '00'
               MOVE 0 TO WS-SCAN-FLAG
               MOVE WS-R-ID TO VG-ID-EMPL
               MOVE WS-R-FOLIO TO VG-FOLIO
               MOVE 0 TO VG-RENG
               START VIA-DET KEY IS NOT LESS THAN VG-KEY
                   INVALID KEY MOVE 1 TO WS-SCAN-FLAG
               END-START
               PERFORM 410-RENGLON-LEE UNTIL WS-SCAN-FLAG = 1
           END-IF.
           MOVE 0 TO WS-SC-USADO.
           MOVE 0 TO WS-SCAN-FLAG.
           MOVE WS-R-ID TO VI-ID-EMPL.
           MOVE 0 TO VI-FOLIO.
           START VIA-MAST KEY IS NOT LESS THAN VI-KEY
               INVALID KEY MOVE 1 TO WS-SCAN-FLAG
           END-START.
           PERFORM 420-USADO-LEE UNTIL WS-SCAN-FLAG = 1.
           COMPUTE WS-SC-TOPE ROUNDED = WS-R-TOTAL * WS-VIA-PCT-SC.
           IF WS-SC-USADO NOT < WS-VIA-TOPE-SC
               MOVE 0 TO WS-SC-TOPE
           ELSE
               IF WS-SC-TOPE > WS-VIA-TOPE-SC - WS-SC-USADO
                   COMPUTE WS-SC-TOPE = WS-VIA-TOPE-SC - WS-SC-USADO
               END-IF
           END-IF.
           IF WS-SIN-COMP > WS-SC-TOPE
               MOVE WS-SC-TOPE TO WS-EXE-SC
           ELSE
               MOVE WS-SIN-COMP TO WS-EXE-SC
           END-IF.
           COMPUTE WS-EXENTO = WS-CON-COMP + WS-EXE-SC.
           IF WS-EXENTO > WS-R-TOTAL
               MOVE WS-R-TOTAL TO WS-EXENTO
           END-IF.
           COMPUTE WS-GRAVADO = WS-R-TOTAL - WS-EXENTO.

           410-RENGLON-LEE.
               READ VIA-DET NEXT RECORD
                   AT END MOVE 1 TO WS-SCAN-FLAG
                   NOT AT END
                       IF VG-ID-EMPL NOT = WS-R-ID
                           OR VG-FOLIO NOT = WS-R-FOLIO
                           MOVE 1 TO WS-SCAN-FLAG
                       ELSE
                           DISPLAY '    ' VG-RENG ' ' VG-FECHA ' '
                               VG-CONCEPTO ' ' VG-DESC ' ' VG-MONTO
                               ' ' VG-COMPROB
                           IF VG-COMPROB = 'S'
                               ADD VG-MONTO TO WS-CON-COMP
                           ELSE
                               ADD VG-MONTO TO WS-SIN-COMP
                           END-IF
                       END-IF
               END-READ.

           420-USADO-LEE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-SCAN-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = WS-R-ID
                           MOVE 1 TO WS-SCAN-FLAG
                       ELSE
                           IF VI-TIPO = 'C'
                               AND (VI-EST = 'A' OR VI-EST = 'P')
                               AND VI-F-APR(1:4) = WS-HOY(1:4)
                               ADD VI-EXE-SC TO WS-SC-USADO
                           END-IF
                       END-IF
               END-READ.

      *APROBAR: EL JEFE ELIGE LA RUTA DE PAGO; EN UNA
      *COMPROBACION SE FIJAN EXENTO Y GRAVADO (YA CALCULADOS AL
      *MOSTRARLA EN 300-DECIDE) Y SE DESCUENTAN
      *LOS ANTICIPOS PAGADOS; AL FINAL SE MARCA EL FOLIO.
       500-APRUEBA.
           PERFORM 510-PIDE-RUTA.
           MOVE 0 TO WS-ANT-APL.
           IF WS-R-TIPO = 'C'
               PERFORM 520-APLICA-ANTICIPOS
           END-IF.
           MOVE WS-R-ID TO VI-ID-EMPL.
           MOVE WS-R-FOLIO TO VI-FOLIO.
           READ VIA-MAST KEY IS VI-KEY
               INVALID KEY
                   DISPLAY 'EL FOLIO YA NO ESTA'
                   GO TO 500-SALIDA
           END-READ.
           MOVE 'A' TO VI-EST.
           MOVE WS-CUR-EMPL TO VI-APR-ID.
           MOVE WS-CUR-OPER-ID TO VI-APR-OPER.
           MOVE WS-HOY TO VI-F-APR.
           MOVE WS-RUTA TO VI-PAGO-VIA.
           IF WS-R-TIPO = 'C'
               MOVE WS-EXENTO TO VI-EXENTO
               MOVE WS-GRAVADO TO VI-GRAVADO
               MOVE WS-EXE-SC TO VI-EXE-SC
               MOVE WS-ANT-APL TO VI-ANT-APL
           END-IF.
           REWRITE VIA-REC.
           IF WS-R-TIPO = 'C'
               DISPLAY 'COMPROBACION APROBADA: EXENTO ' VI-EXENTO
                   ' GRAVADO ' VI-GRAVADO ' ANTICIPO APLICADO '
                   VI-ANT-APL
           ELSE
               DISPLAY 'ANTICIPO APROBADO POR ' VI-TOTAL
           END-IF.
           IF WS-RUTA = 'S'
               DISPLAY 'SE PAGA EN LA CORRIDA SUPLEMENTARIA '
                   '(DYN-SUPRUN MODO V)'
           ELSE
               DISPLAY 'SE PAGA EN LA SIGUIENTE NOMINA'
           END-IF.
       500-SALIDA.
           EXIT.

           510-PIDE-RUTA.
               DISPLAY 'PAGAR EN N=SIGUIENTE NOMINA S=CORRIDA '
                   'SUPLEMENTARIA:'
               ACCEPT WS-RUTA
               IF WS-RUTA NOT = 'N' AND WS-RUTA NOT = 'S'
                   DISPLAY 'RUTA INVALIDA'
                   PERFORM 510-PIDE-RUTA
               END-IF.

      *LOS ANTICIPOS YA PAGADOS DEL EMPLEADO CUBREN LA
      *COMPROBACION EN ORDEN DE FOLIO HASTA AGOTAR SU TOTAL; EL
      *ANTICIPO QUE SE COMPRUEBA COMPLETO QUEDA LIQUIDADO ('L').
           520-APLICA-ANTICIPOS.
               MOVE WS-R-TOTAL TO WS-POR-APLICAR
               MOVE 0 TO WS-SCAN-FLAG
               MOVE WS-R-ID TO VI-ID-EMPL
               MOVE 0 TO VI-FOLIO
               START VIA-MAST KEY IS NOT LESS THAN VI-KEY
                   INVALID KEY MOVE 1 TO WS-SCAN-FLAG
               END-START
               PERFORM 530-ANTICIPO-LEE UNTIL WS-SCAN-FLAG = 1.

           530-ANTICIPO-LEE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-SCAN-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = WS-R-ID
                           OR WS-POR-APLICAR = 0
                           MOVE 1 TO WS-SCAN-FLAG
                       ELSE
                           IF VI-TIPO = 'A' AND VI-EST = 'P'
                               PERFORM 540-ANTICIPO-APLICA
                           END-IF
                       END-IF
               END-READ.

           540-ANTICIPO-APLICA.
               COMPUTE WS-ANT-SALDO = VI-TOTAL - VI-ANT-APL
               IF WS-ANT-SALDO > WS-POR-APLICAR
                   MOVE WS-POR-APLICAR TO WS-ANT-TOMA
               ELSE
                   MOVE WS-ANT-SALDO TO WS-ANT-TOMA
               END-IF
               IF WS-ANT-TOMA > 0
                   ADD WS-ANT-TOMA TO VI-ANT-APL
                   ADD WS-ANT-TOMA TO WS-ANT-APL
                   SUBTRACT WS-ANT-TOMA FROM WS-POR-APLICAR
                   IF VI-ANT-APL NOT < VI-TOTAL
                       MOVE 'L' TO VI-EST
                   END-IF
                   REWRITE VIA-REC
                   DISPLAY '  ANTICIPO ' VI-FOLIO ' APLICADO '
                       WS-ANT-TOMA
               END-IF.

       550-RECHAZA.
           MOVE WS-R-ID TO VI-ID-EMPL.
           MOVE WS-R-FOLIO TO VI-FOLIO.
           READ VIA-MAST KEY IS VI-KEY
               INVALID KEY
                   DISPLAY 'EL FOLIO YA NO ESTA'
               NOT INVALID KEY
                   MOVE 'R' TO VI-EST
                   MOVE WS-CUR-EMPL TO VI-APR-ID
                   MOVE WS-CUR-OPER-ID TO VI-APR-OPER
                   MOVE WS-HOY TO VI-F-APR
                   REWRITE VIA-REC
                   DISPLAY 'FOLIO RECHAZADO'
           END-READ.

      *EMPLEADO LIGADO A LA CUENTA FIRMADA (CERO = SIN LIGAR).
           050-CHECA-JEFE.
               MOVE 0 TO WS-CUR-EMPL
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE OP-ID-EMPL TO WS-CUR-EMPL
               END-READ
               CLOSE OPER-MAST.

           COPY OPERLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
