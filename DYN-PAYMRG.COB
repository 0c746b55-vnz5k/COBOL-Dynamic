      *********************************************************
      *PROGRAMA - MEZCLA DE LAS REBANADAS DE LA CORRIDA DE     *
      *NOMINA. CUANDO TODAS LAS REBANADAS DEL PLAN (PSL-CTL,   *
      *DYN-PAYSLC) TERMINARON EN DYN-PAYRUN, CONFIRMA CONTRA   *
      *PAYHIST QUE CADA EMPLEADO ELEGIBLE DEL GRUPO SE PAGO    *
      *EXACTAMENTE UNA VEZ (NI FALTANTES NI DOBLES), QUE LOS   *
      *CONTADORES Y MONTOS DE LAS REBANADAS CUADRAN CON EL     *
      *HISTORICO, Y DEJA LOS TOTALES DEL PERIODO EN EL         *
      *ENCABEZADO DEL PLAN. SOLO ENTONCES CIERRA EL PERIODO EN *
      *PERCTL, QUITA EL CANDADO DE LOTE Y ANOTA EL PASO 02 DEL *
      *CICLO, COMO LO HACE LA CORRIDA COMPLETA AL TERMINAR.    *
      *CON ALGUNA REBANADA PENDIENTE O ALGUNA DIFERENCIA EL    *
      *PERIODO SIGUE ABIERTO.                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PAYMRG.

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
           FILE STATUS IS WS-EMP-STATUS.
           COPY PAYHFILE.
           COPY PERCFILE.
           COPY PSLFILE.
           COPY QSCFILE.
           COPY CYCFILE.
           COPY OPERFILE.
           COPY SESFILE.

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

           COPY PAYHFD.
           COPY PERCFD.
           COPY PSLFD.
           COPY QSCFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY PERCSTAT.
           COPY PSLSTAT.
           COPY QSCSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-GRUPO                     PIC X.
       01 WS-PERIODO                   PIC X(06).
       01 WS-CIA                       PIC X(02).
       01 WS-REBANADAS                 PIC 9(02).
       01 WS-IX                        PIC 9(02).
       01 WS-PENDIENTES                PIC 9(02) VALUE 0.
       01 WS-SUM-PAGADOS               PIC 9(06) VALUE 0.
       01 WS-SUM-MONTO                 PIC 9(09)V99 VALUE 0.
       01 WS-ELEGIBLES                 PIC 9(06) VALUE 0.
       01 WS-HIST-PAGADOS              PIC 9(06) VALUE 0.
       01 WS-HIST-MONTO                PIC 9(09)V99 VALUE 0.
       01 WS-FALTANTES                 PIC 9(06) VALUE 0.
       01 WS-DOBLES                    PIC 9(06) VALUE 0.
       01 WS-CUADRA                    PIC X VALUE 'S'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     MEZCLA DE LAS REBANADAS DE LA NOMINA'.
           DISPLAY SEP.
           MOVE 'DYNPYMRG' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 010-PIDE-GRUPO.
           PERFORM 015-PIDE-PERIODO.
           PERFORM 020-VERIFICA-PERIODO.
           PERFORM 100-REBANADAS.
           IF WS-PENDIENTES > 0
               DISPLAY SEP
               DISPLAY 'FALTAN ' WS-PENDIENTES ' REBANADAS POR '
                   'TERMINAR; EL PERIODO SIGUE ABIERTO.'
               CLOSE PSL-CTL
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 200-VERIFICA-PAGOS.
           DISPLAY SEP.
           DISPLAY 'ELEGIBLES EN EL GRUPO:        ' WS-ELEGIBLES.
           DISPLAY 'PAGADOS SEGUN LAS REBANADAS:  ' WS-SUM-PAGADOS
               '  MONTO ' WS-SUM-MONTO.
           DISPLAY 'PAGADOS SEGUN PAYHIST:        ' WS-HIST-PAGADOS
               '  MONTO ' WS-HIST-MONTO.
           DISPLAY 'SIN PAGO:                     ' WS-FALTANTES.
           DISPLAY 'PAGADOS MAS DE UNA VEZ:       ' WS-DOBLES.
           IF WS-FALTANTES > 0 OR WS-DOBLES > 0
               OR WS-HIST-PAGADOS NOT = WS-SUM-PAGADOS
               OR WS-HIST-MONTO NOT = WS-SUM-MONTO
               MOVE 'N' TO WS-CUADRA
           END-IF.
           IF WS-CUADRA NOT = 'S'
               DISPLAY SEP
               DISPLAY 'LA MEZCLA NO CUADRA; EL PERIODO SIGUE '
                   'ABIERTO. REVISE LAS DIFERENCIAS.'
               CLOSE PSL-CTL
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 300-CIERRA.
           DISPLAY SEP.
           DISPLAY 'PERIODO ' WS-PERIODO ' GRUPO ' WS-GRUPO
               ' MEZCLADO Y CERRADO.'.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           010-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL):'
               ACCEPT WS-GRUPO
               IF WS-GRUPO NOT = 'S' AND WS-GRUPO NOT = 'M'
                   PERFORM 010-PIDE-GRUPO
               END-IF.

           015-PIDE-PERIODO.
               DISPLAY 'PERIODO DE LA CORRIDA (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 015-PIDE-PERIODO
               END-IF.

      *EL PERIODO DEBE SEGUIR ABIERTO EN PERCTL.
       020-VERIFICA-PERIODO.
           MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH.
           DISPLAY 'PERCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PERCTL-PATH = SPACES
               MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH
           END-IF.
           OPEN INPUT PERCTL.
           IF WS-PERC-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE PERIODOS (DYN-PERMNT). '
                   'FILE STATUS: ' WS-PERC-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-GRUPO TO PC-GRUPO.
           MOVE WS-PERIODO TO PC-PERIODO.
           READ PERCTL KEY IS PC-KEY
               INVALID KEY
                   DISPLAY 'PERIODO NO ABIERTO EN PERCTL: ' WS-PERIODO
                   CLOSE PERCTL
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
           END-READ.
           CLOSE PERCTL.
           IF PC-EST = 'C'
               DISPLAY 'PERIODO YA CERRADO: ' WS-PERIODO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.

      *ENCABEZADO DEL PLAN Y ESTADO DE CADA REBANADA; SUMA LO QUE
      *CADA UNA DICE HABER PAGADO.
       100-REBANADAS.
           MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH.
           DISPLAY 'PSLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PSLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PSLCTL-PATH = SPACES
               MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH
           END-IF.
           OPEN I-O PSL-CTL.
           IF WS-PSL-STATUS NOT = '00'
               DISPLAY 'SIN PLAN DE REBANADAS (DYN-PAYSLC). '
                   'FILE STATUS: ' WS-PSL-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-GRUPO TO PS-GRUPO.
           MOVE WS-PERIODO TO PS-PERIODO.
           MOVE 0 TO PS-REB.
           READ PSL-CTL KEY IS PS-KEY
               INVALID KEY
                   DISPLAY 'EL PERIODO NO ESTA PLANEADO EN REBANADAS.'
                   CLOSE PSL-CTL
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
           END-READ.
           IF PS-EST = 'M'
               DISPLAY 'EL PERIODO YA SE MEZCLO EL ' PS-F-FIN '.'
               CLOSE PSL-CTL
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE PS-CIA TO WS-CIA.
           MOVE PS-REBANADAS TO WS-REBANADAS.
           DISPLAY 'REB EST ULT-ID  PAGADOS        MONTO  INICIO'
               '          FIN'.
           PERFORM 110-UNA-REBANADA
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-REBANADAS.

           110-UNA-REBANADA.
               MOVE WS-GRUPO TO PS-GRUPO
               MOVE WS-PERIODO TO PS-PERIODO
               MOVE WS-IX TO PS-REB
               READ PSL-CTL KEY IS PS-KEY
                   INVALID KEY
                       ADD 1 TO WS-PENDIENTES
                       DISPLAY WS-IX '  FALTA EN EL PLAN'
                   NOT INVALID KEY
                       DISPLAY PS-REB '  ' PS-EST '  ' PS-ULT-ID ' '
                           PS-PAGADOS ' ' PS-MONTO '  ' PS-F-INI ' '
                           PS-H-INI ' ' PS-F-FIN ' ' PS-H-FIN
                       IF PS-EST NOT = 'T'
                           ADD 1 TO WS-PENDIENTES
                       END-IF
                       ADD PS-PAGADOS TO WS-SUM-PAGADOS
                       ADD PS-MONTO TO WS-SUM-MONTO
               END-READ.

      *RECORRE LOS ELEGIBLES CON LA MISMA REGLA DE DYN-PAYRUN Y
      *BUSCA SU RENGLON DEL PERIODO EN PAYHIST: SIN EL CONSECUTIVO
      *00 NO SE PAGO; CON EL 01 SE PAGO DOS VECES.
       200-VERIFICA-PAGOS.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN PAYHIST. FILE STATUS: ' WS-PAYH-STATUS
               CLOSE EMPLEADO
               CLOSE PSL-CTL
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-LEE-EMPL UNTIL WS-FLAG = 1.
           CLOSE PAYHIST.
           CLOSE EMPLEADO.

           210-LEE-EMPL.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS NOT = 'I'
                           AND (GRUPO-PAGO = WS-GRUPO
                               OR (WS-GRUPO = 'M'
                                   AND GRUPO-PAGO = SPACE))
                           AND (WS-CIA = SPACES
                               OR CIA-CLV = WS-CIA
                               OR (WS-CIA = '01'
                                   AND CIA-CLV = SPACES))
                           PERFORM 220-BUSCA-PAGO
                       END-IF
               END-READ.

           220-BUSCA-PAGO.
               ADD 1 TO WS-ELEGIBLES
               MOVE ID-EMPL TO PH-ID-EMPL
               MOVE WS-PERIODO TO PH-PERIODO
               MOVE WS-GRUPO TO PH-GRUPO
               MOVE 0 TO PH-SEC
               READ PAYHIST KEY IS PH-KEY
                   INVALID KEY
                       ADD 1 TO WS-FALTANTES
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' CIA ' CIA-CLV
                           ' SIN PAGO EN EL PERIODO'
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-PAGADOS
                       ADD PH-PAGO-BRUTO TO WS-HIST-MONTO
                       MOVE 1 TO PH-SEC
                       READ PAYHIST KEY IS PH-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DOBLES
                               DISPLAY ID-EMPL ' ' NOM-EMPL
                                   ' PAGADO MAS DE UNA VEZ'
                       END-READ
               END-READ.

      *TOTALES DEL PERIODO AL ENCABEZADO DEL PLAN; CIERRE DEL
      *PERIODO, DEL CANDADO Y DEL PASO 02 IGUAL QUE LA CORRIDA
      *COMPLETA.
       300-CIERRA.
           MOVE WS-GRUPO TO PS-GRUPO.
           MOVE WS-PERIODO TO PS-PERIODO.
           MOVE 0 TO PS-REB.
           READ PSL-CTL KEY IS PS-KEY
               INVALID KEY CONTINUE
           END-READ.
           MOVE 'M' TO PS-EST.
           MOVE WS-SUM-PAGADOS TO PS-PAGADOS.
           MOVE WS-SUM-MONTO TO PS-MONTO.
           MOVE WS-ELEGIBLES TO PS-ELEGIBLES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PS-F-FIN.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PS-H-FIN.
           MOVE WS-CUR-OPER-ID TO PS-OPER.
           REWRITE PSL-REC.
           CLOSE PSL-CTL.
           OPEN I-O PERCTL.
           MOVE WS-GRUPO TO PC-GRUPO.
           MOVE WS-PERIODO TO PC-PERIODO.
           READ PERCTL KEY IS PC-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO PC-EST
                   MOVE 0 TO PC-ULT-ID
                   REWRITE PERC-REC
           END-READ.
           CLOSE PERCTL.
           MOVE 'DYNPYRUN' TO WS-QSC-PROGRAMA.
           PERFORM 976-QUIESCE-OFF.
           MOVE WS-GRUPO TO WS-CYC-GRUPO.
           MOVE WS-PERIODO TO WS-CYC-PERIODO.
           MOVE 2 TO WS-CYC-PASO.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.

           COPY QSCLKUP.
           COPY CYCLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
