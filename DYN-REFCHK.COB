      *NOM-DEP DESNORMALIZADOS EN REG-EMPL QUE SE DESFASARON  *
      *DE DM-NOM-DEP TRAS UN RENOMBRE - CON OPCION DE         *
      *REPARACION QUE RESINCRONIZA LOS NOMBRES CON REWRITE.   *
      *TAMBIEN REVISA QUE EL EMPLEADO DE CADA PRESTAMO,       *
      *RETENCION JUDICIAL, INSCRIPCION, SOLICITUD DE          *
      *VACACIONES Y CHEQUE EXISTA, Y QUE EL CHEQUE QUE UNO    *
      *REEMPLAZA EXISTA. UN PADRE QUE YA SE ARCHIVO (EMPLEADO *
      *EN ARCH-IDX POR DYN-YEARCH, CHEQUE EN SAT-IDX POR      *
      *DYN-SATARC) ES VALIDO Y SOLO SE CUENTA.                *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY RATEFILE.
           COPY DEPBUDFILE.
           COPY JRNFILE.
           COPY AIXFILE.
           COPY SIXFILE.
           COPY LONFILE.
           COPY GARFILE.
           COPY ENRFILE.
           COPY LRQFILE.
           COPY CHKRFILE.

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
           COPY RATEFD.
           COPY DEPBUDFD.
           COPY JRNFD.
           COPY AIXFD.
           COPY SIXFD.
           COPY LONFD.
           COPY GARFD.
           COPY ENRFD.
           COPY LRQFD.
           COPY CHKRFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY DEPBUDSTAT.
           COPY AIXSTAT.
           COPY SIXSTAT.
           COPY LONSTAT.
           COPY GARSTAT.
           COPY ENRSTAT.
           COPY LRQSTAT.
           COPY CHKRSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-REPARA                    PIC X.
       01 WS-HUERF-DEP                 PIC 9(05) VALUE 0.
       01 WS-REPARADOS                 PIC 9(05) VALUE 0.
       01 WS-SIN-TOPE                  PIC 9(05) VALUE 0.

      *PADRES DE LOS SATELITES: EMPLEADOS ARCHIVADOS (ARCH-IDX) Y
      *CHEQUES ARCHIVADOS (SAT-IDX), PARA ACEPTARLOS COMO VALIDOS.
       01 WS-AEM-TABLA.
           05 WS-AEM-ID OCCURS 10000 TIMES PIC 9(06).
       01 WS-AEM-USADOS                PIC 9(05) VALUE 0.
       01 WS-ACH-TABLA.
           05 WS-ACH-NUM OCCURS 10000 TIMES PIC X(06).
       01 WS-ACH-USADOS                PIC 9(05) VALUE 0.
       01 WS-TAB-I                     PIC 9(05).
       01 WS-TAB-LLENA                 PIC X VALUE 'N'.
       01 WS-PADRE-ID                  PIC 9(06).
       01 WS-PADRE-OK                  PIC X.
       01 WS-SAT-ARCHIVO               PIC X(10).
       01 WS-SAT-LLAVE                 PIC X(10).
       01 WS-SAT-HUERF                 PIC 9(05) VALUE 0.
       01 WS-SAT-ARCH-PADRE            PIC 9(05) VALUE 0.
       01 WS-CHK-HUERF                 PIC 9(05) VALUE 0.
       01 WS-CHK-ARCH-PADRE            PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

           CLOSE RATE-MAST.
           PERFORM 300-REVISA-TOPES.
           CLOSE DEP-MAST.
           PERFORM 400-REVISA-SATELITES.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'EMPLEADOS CON DEPTO INEXISTENTE:  ' WS-HUERF-DEP.
           DISPLAY 'NOM-DEP DESFASADOS:               ' WS-DESFASES.
           DISPLAY 'NOM-DEP REPARADOS:                ' WS-REPARADOS.
           DISPLAY 'DEPARTAMENTOS SIN TOPE:           ' WS-SIN-TOPE.
           DISPLAY 'SATELITES SIN EMPLEADO:           ' WS-SAT-HUERF.
           DISPLAY 'SATELITES DE EMPLEADO ARCHIVADO:  '
               WS-SAT-ARCH-PADRE.
           DISPLAY 'CHEQUES QUE REEMPLAZAN A UNO QUE NO EXISTE: '
               WS-CHK-HUERF.
           DISPLAY 'CHEQUES QUE REEMPLAZAN A UNO ARCHIVADO:     '
               WS-CHK-ARCH-PADRE.
           IF WS-TAB-LLENA = 'S'
               DISPLAY 'AVISO: MAS DE 10000 ARCHIVADOS; LOS QUE NO '
                   'CUPIERON SALEN COMO HUERFANOS.'
           END-IF.
           DISPLAY SEP.
           STOP RUN.

                       END-READ
               END-READ.

      *****************************************************************
      *    PADRES DE LOS SATELITES. SE CARGAN PRIMERO LOS EMPLEADOS   *
      *    ARCHIVADOS Y LOS CHEQUES ARCHIVADOS; LUEGO CADA SATELITE   *
      *    SE RECORRE COMPLETO. UN ARCHIVO QUE NO ABRE SE SALTA.      *
      *****************************************************************
       400-REVISA-SATELITES.
           MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH.
           DISPLAY 'ARCHIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCHIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCHIDX-PATH = SPACES
               MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH
           END-IF.
           OPEN INPUT ARCH-IDX.
           IF WS-AIX-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 401-CARGA-ARCH-IDX UNTIL WS-FLAG = 1
               CLOSE ARCH-IDX
           END-IF.
           MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH.
           DISPLAY 'SATIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SATIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SATIDX-PATH = SPACES
               MOVE WS-SATIDX-PATH-DFLT TO WS-SATIDX-PATH
           END-IF.
           OPEN INPUT SAT-IDX.
           IF WS-SIX-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 402-CARGA-SAT-IDX UNTIL WS-FLAG = 1
               CLOSE SAT-IDX
           END-IF.
           MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH.
           DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOANMAST-PATH = SPACES
               MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
           END-IF.
           OPEN INPUT LOAN-MAST.
           IF WS-LOAN-STATUS = '00'
               MOVE 'LOAN-MAST' TO WS-SAT-ARCHIVO
               MOVE 0 TO WS-FLAG
               PERFORM 410-LEE-PRESTAMO UNTIL WS-FLAG = 1
               CLOSE LOAN-MAST
           END-IF.
           MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH.
           DISPLAY 'GARNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GARNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GARNMAST-PATH = SPACES
               MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
           END-IF.
           OPEN INPUT GARN-MAST.
           IF WS-GARN-STATUS = '00'
               MOVE 'GARN-MAST' TO WS-SAT-ARCHIVO
               MOVE 0 TO WS-FLAG
               PERFORM 420-LEE-CASO UNTIL WS-FLAG = 1
               CLOSE GARN-MAST
           END-IF.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           OPEN INPUT ENROLL.
           IF WS-ENR-STATUS = '00'
               MOVE 'ENROLL' TO WS-SAT-ARCHIVO
               MOVE 0 TO WS-FLAG
               PERFORM 430-LEE-INSCRIPCION UNTIL WS-FLAG = 1
               CLOSE ENROLL
           END-IF.
           MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH.
           DISPLAY 'LVREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LVREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LVREQ-PATH = SPACES
               MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH
           END-IF.
           OPEN INPUT LV-REQ.
           IF WS-LRQ-STATUS = '00'
               MOVE 'LV-REQ' TO WS-SAT-ARCHIVO
               MOVE 0 TO WS-FLAG
               PERFORM 440-LEE-SOLICITUD UNTIL WS-FLAG = 1
               CLOSE LV-REQ
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN INPUT CHK-REG.
           IF WS-CHKREG-STATUS = '00'
               MOVE 'CHK-REG' TO WS-SAT-ARCHIVO
               MOVE 0 TO WS-FLAG
               PERFORM 450-LEE-CHEQUE UNTIL WS-FLAG = 1
               CLOSE CHK-REG
           END-IF.

           401-CARGA-ARCH-IDX.
               READ ARCH-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF WS-AEM-USADOS < 10000
                           ADD 1 TO WS-AEM-USADOS
                           MOVE AX-ID-EMPL TO WS-AEM-ID (WS-AEM-USADOS)
                       ELSE
                           MOVE 'S' TO WS-TAB-LLENA
                       END-IF
               END-READ.

           402-CARGA-SAT-IDX.
               READ SAT-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF SX-ARCHIVO = 'CHKR'
                           IF WS-ACH-USADOS < 10000
                               ADD 1 TO WS-ACH-USADOS
                               MOVE SX-LLAVE (1:6)
                                   TO WS-ACH-NUM (WS-ACH-USADOS)
                           ELSE
                               MOVE 'S' TO WS-TAB-LLENA
                           END-IF
                       END-IF
               END-READ.

           410-LEE-PRESTAMO.
               READ LOAN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LN-ID-EMPL TO WS-PADRE-ID
                       MOVE LN-NUM TO WS-SAT-LLAVE
                       PERFORM 490-CHECA-EMPLEADO
               END-READ.

           420-LEE-CASO.
               READ GARN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE GN-ID-EMPL TO WS-PADRE-ID
                       MOVE GN-CASO TO WS-SAT-LLAVE
                       PERFORM 490-CHECA-EMPLEADO
               END-READ.

           430-LEE-INSCRIPCION.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE EN-ID-EMPL TO WS-PADRE-ID
                       MOVE EN-PLAN TO WS-SAT-LLAVE
                       PERFORM 490-CHECA-EMPLEADO
               END-READ.

           440-LEE-SOLICITUD.
               READ LV-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LR-ID-EMPL TO WS-PADRE-ID
                       MOVE LR-F-INICIO TO WS-SAT-LLAVE
                       PERFORM 490-CHECA-EMPLEADO
               END-READ.

      *EL CHEQUE REEMPLAZADO DEBE SEGUIR EN CHK-REG O HABER SIDO
      *ARCHIVADO; SE GUARDA EL REGISTRO LEIDO PORQUE LA LECTURA
      *POR LLAVE LO PISA, Y SE REPOSICIONA PARA SEGUIR EL BARRIDO.
           450-LEE-CHEQUE.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE CH-ID-EMPL TO WS-PADRE-ID
                       MOVE CH-NUM TO WS-SAT-LLAVE
                       PERFORM 490-CHECA-EMPLEADO
                       IF CH-REEMPLAZA > 0
                           PERFORM 451-CHECA-REEMPLAZO
                       END-IF
               END-READ.

           451-CHECA-REEMPLAZO.
               MOVE CH-REEMPLAZA TO WS-PADRE-ID
               MOVE CH-NUM TO WS-SAT-LLAVE
               MOVE CH-REEMPLAZA TO CH-NUM
               READ CHK-REG KEY IS CH-NUM
                   INVALID KEY
                       MOVE 'N' TO WS-PADRE-OK
                       PERFORM 452-BUSCA-CHEQUE-ARCH
                           VARYING WS-TAB-I FROM 1 BY 1
                           UNTIL WS-TAB-I > WS-ACH-USADOS
                               OR WS-PADRE-OK = 'S'
                       IF WS-PADRE-OK = 'S'
                           ADD 1 TO WS-CHK-ARCH-PADRE
                       ELSE
                           DISPLAY 'CHEQUE ' WS-SAT-LLAVE (1:6)
                               ' REEMPLAZA AL ' WS-PADRE-ID
                               ' QUE NO EXISTE'
                           ADD 1 TO WS-CHK-HUERF
                       END-IF
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE WS-SAT-LLAVE (1:6) TO CH-NUM
               START CHK-REG KEY IS GREATER THAN CH-NUM
                   INVALID KEY MOVE 1 TO WS-FLAG
               END-START.

           452-BUSCA-CHEQUE-ARCH.
               IF WS-ACH-NUM (WS-TAB-I) = WS-PADRE-ID
                   MOVE 'S' TO WS-PADRE-OK
               END-IF.

      *EL EMPLEADO DEL SATELITE DEBE ESTAR EN EMPLEADO O EN EL
      *ARCHIVO HISTORICO DE DYN-YEARCH.
           490-CHECA-EMPLEADO.
               MOVE WS-PADRE-ID TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       MOVE 'N' TO WS-PADRE-OK
                       PERFORM 491-BUSCA-EMPL-ARCH
                           VARYING WS-TAB-I FROM 1 BY 1
                           UNTIL WS-TAB-I > WS-AEM-USADOS
                               OR WS-PADRE-OK = 'S'
                       IF WS-PADRE-OK = 'S'
                           ADD 1 TO WS-SAT-ARCH-PADRE
                       ELSE
                           DISPLAY 'HUERFANO EN ' WS-SAT-ARCHIVO ': '
                               WS-SAT-LLAVE ' DEL EMPLEADO '
                               WS-PADRE-ID ' QUE NO EXISTE'
                           ADD 1 TO WS-SAT-HUERF
                       END-IF
                   NOT INVALID KEY CONTINUE
               END-READ.

           491-BUSCA-EMPL-ARCH.
               IF WS-AEM-ID (WS-TAB-I) = WS-PADRE-ID
                   MOVE 'S' TO WS-PADRE-OK
               END-IF.

           COPY RATEVLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
