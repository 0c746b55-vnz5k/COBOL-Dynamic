      *********************************************************
      *PROGRAMA - EXCEPCIONES DEL DIA: PROGRAMA DE TRABAJO    *
      *(ROSTER, DYN-ROSMNT) CONTRA LO QUE PASO. REPORTA A     *
      *QUIEN ESTABA PROGRAMADO Y NO TIENE CHECADA NI AUSENCIA *
      *(ABS-DIARIO) NI VACACIONES AUTORIZADAS (LV-REQ), A     *
      *QUIEN CHECO MUCHAS MAS HORAS DE LAS PLANEADAS Y A      *
      *QUIEN CHECO SIN ESTAR PROGRAMADO O EN SU DESCANSO.     *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ROSEXC.

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
           COPY ROSFILE.
           COPY PCHFILE.
           COPY ABSFILE.
           COPY LRQFILE.

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

           COPY ROSFD.
           COPY PCHFD.
           COPY ABSFD.
           COPY LRQFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ROSSTAT.
           COPY PCHSTAT.
           COPY ABSSTAT.
           COPY LRQSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LRQ-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).
       01 WS-FECHA                     PIC X(08).
       01 WS-TOL-X                     PIC X(04).
       01 WS-TOL-N REDEFINES WS-TOL-X  PIC 9(02)V99.
      *HORAS DE MAS SOBRE LO PLANEADO QUE SE TOLERAN ANTES DE
      *REPORTAR EL DIA.
       01 WS-TOLERANCIA                PIC 9(02)V99 VALUE 2.
       01 WS-HAY-ABS                   PIC X.
       01 WS-HAY-VAC                   PIC X.
       01 WS-HAY-PCH                   PIC X.
       01 WS-LIMITE                    PIC 9(02)V99.
       01 WS-NOMBRE                    PIC X(30).
       01 WS-PROGRAMADOS               PIC 9(05) VALUE 0.
       01 WS-CHECADAS                  PIC 9(05) VALUE 0.
       01 WS-SIN-CHECADA               PIC 9(05) VALUE 0.
       01 WS-EXCESO                    PIC 9(05) VALUE 0.
       01 WS-NO-PROGRAMADO             PIC 9(05) VALUE 0.
       01 WS-EN-DESCANSO               PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     EXCEPCIONES DEL PROGRAMA DE TRABAJO'.
           DISPLAY SEP.
           DISPLAY 'FECHA A REVISAR (YYYYMMDD, ENTER = HOY):'.
           MOVE SPACES TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = SPACES
               MOVE WS-HOY TO WS-FECHA
           END-IF.
           IF WS-FECHA NOT NUMERIC
               DISPLAY 'FECHA INVALIDA'
               STOP RUN
           END-IF.
           DISPLAY 'HORAS DE TOLERANCIA SOBRE LO PLANEADO '
               '(9999 = 99.99, ENTER = ' WS-TOLERANCIA '):'.
           MOVE SPACES TO WS-TOL-X.
           ACCEPT WS-TOL-X.
           IF WS-TOL-X NOT = SPACES
               IF WS-TOL-X NUMERIC
                   MOVE WS-TOL-N TO WS-TOLERANCIA
               ELSE
                   DISPLAY 'TOLERANCIA INVALIDA; SE USA '
                       WS-TOLERANCIA
               END-IF
           END-IF.
           PERFORM 010-ABRE.
           DISPLAY SEP.
           DISPLAY 'PROGRAMADOS CONTRA CHECADAS DEL ' WS-FECHA.
           DISPLAY SEP.
           MOVE WS-FECHA TO RS-FECHA.
           START ROSTER KEY IS = RS-FECHA
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-PROGRAMADO UNTIL WS-FLAG = 1.
           DISPLAY SEP.
           DISPLAY 'CHECADAS SIN PROGRAMA DEL ' WS-FECHA.
           DISPLAY SEP.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO PD-ID-EMPL.
           MOVE LOW-VALUES TO PD-FECHA.
           START PUNCH-DET KEY IS NOT < PD-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 300-CHECADA UNTIL WS-FLAG = 1.
           CLOSE LV-REQ.
           CLOSE ABS-DIARIO.
           CLOSE PUNCH-DET.
           CLOSE ROSTER.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'DIAS PROGRAMADOS DE TRABAJO: ' WS-PROGRAMADOS.
           DISPLAY 'SIN CHECADA NI AUSENCIA:     ' WS-SIN-CHECADA.
           DISPLAY 'HORAS SOBRE LO PLANEADO:     ' WS-EXCESO.
           DISPLAY 'CHECADAS DEL DIA:            ' WS-CHECADAS.
           DISPLAY 'CHECO SIN ESTAR PROGRAMADO:  ' WS-NO-PROGRAMADO.
           DISPLAY 'CHECO EN SU DESCANSO:        ' WS-EN-DESCANSO.
           DISPLAY SEP.
           STOP RUN.

      *EL PROGRAMA Y LAS CHECADAS SON NECESARIOS; SIN AUSENCIAS O
      *SIN VACACIONES CAPTURADAS SOLO NO HAY JUSTIFICACIONES.
       010-ABRE.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ROSTER-PATH-DFLT TO WS-ROSTER-PATH.
           DISPLAY 'ROSTER_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ROSTER-PATH = SPACES
               MOVE WS-ROSTER-PATH-DFLT TO WS-ROSTER-PATH
           END-IF.
           OPEN INPUT ROSTER.
           IF WS-ROS-STATUS NOT = '00'
               DISPLAY 'SIN PROGRAMA DE TRABAJO (DYN-ROSMNT). '
                   'FILE STATUS: ' WS-ROS-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH.
           DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNCHDET-PATH = SPACES
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
           END-IF.
           OPEN INPUT PUNCH-DET.
           IF WS-PCH-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE CHECADAS (DYN-TIMLOAD). '
                   'FILE STATUS: ' WS-PCH-STATUS
               CLOSE ROSTER
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH.
           DISPLAY 'ABSDIARIO_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ABSDIARIO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ABSDIARIO-PATH = SPACES
               MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
           END-IF.
           OPEN INPUT ABS-DIARIO.
           IF WS-ABS-STATUS = '35'
               OPEN OUTPUT ABS-DIARIO
               CLOSE ABS-DIARIO
               OPEN INPUT ABS-DIARIO
           END-IF.
           MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH.
           DISPLAY 'LVREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LVREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LVREQ-PATH = SPACES
               MOVE WS-LVREQ-PATH-DFLT TO WS-LVREQ-PATH
           END-IF.
           OPEN INPUT LV-REQ.
           IF WS-LRQ-STATUS = '35'
               OPEN OUTPUT LV-REQ
               CLOSE LV-REQ
               OPEN INPUT LV-REQ
           END-IF.

      *PRIMERA PASADA: LOS PROGRAMADOS DEL DIA POR LA LLAVE ALTERNA.
       100-PROGRAMADO.
           READ ROSTER NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF RS-FECHA NOT = WS-FECHA
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF RS-TRABAJA = 'S'
                           PERFORM 150-REVISA THRU 150-SALIDA
                       END-IF
                   END-IF
           END-READ.

      *UN DIA DE TRABAJO PROGRAMADO. QUIEN YA ESTABA DADO DE BAJA
      *ESE DIA NO CUENTA; LA BAJA DEJA PROGRAMA HUERFANO.
       150-REVISA.
           MOVE RS-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY MOVE SPACES TO NOM-EMPL
           END-READ.
           IF WS-EMP-STATUS = '00' AND EMP-STATUS = 'I'
               AND TERM-FECHA NOT = SPACES
               AND TERM-FECHA < WS-FECHA
               GO TO 150-SALIDA
           END-IF.
           ADD 1 TO WS-PROGRAMADOS.
           MOVE NOM-EMPL TO WS-NOMBRE.
           MOVE RS-ID-EMPL TO PD-ID-EMPL.
           MOVE WS-FECHA TO PD-FECHA.
           MOVE 'S' TO WS-HAY-PCH.
           READ PUNCH-DET KEY IS PD-KEY
               INVALID KEY MOVE 'N' TO WS-HAY-PCH
           END-READ.
           IF WS-HAY-PCH = 'S'
               COMPUTE WS-LIMITE = RS-HORAS + WS-TOLERANCIA
                   ON SIZE ERROR MOVE 99.99 TO WS-LIMITE
               END-COMPUTE
               IF PD-HORAS > WS-LIMITE
                   ADD 1 TO WS-EXCESO
                   DISPLAY RS-ID-EMPL ' ' WS-NOMBRE
                       ' HORAS DE MAS: PLANEADAS ' RS-HORAS
                       ' CHECADAS ' PD-HORAS
               END-IF
               GO TO 150-SALIDA
           END-IF.
           MOVE RS-ID-EMPL TO AB-ID-EMPL.
           MOVE WS-FECHA TO AB-FECHA.
           MOVE 'S' TO WS-HAY-ABS.
           READ ABS-DIARIO KEY IS AB-KEY
               INVALID KEY MOVE 'N' TO WS-HAY-ABS
           END-READ.
           IF WS-HAY-ABS = 'S'
               GO TO 150-SALIDA
           END-IF.
           PERFORM 200-VACACIONES.
           IF WS-HAY-VAC = 'S'
               GO TO 150-SALIDA
           END-IF.
           ADD 1 TO WS-SIN-CHECADA.
           DISPLAY RS-ID-EMPL ' ' WS-NOMBRE
               ' PROGRAMADO (TURNO ' RS-TURNO ' SUC ' RS-SUC
               ') SIN CHECADA NI AUSENCIA'.
       150-SALIDA.
           EXIT.

      *VACACIONES AUTORIZADAS DEL EMPLEADO QUE CUBRAN LA FECHA.
       200-VACACIONES.
           MOVE 'N' TO WS-HAY-VAC.
           MOVE 0 TO WS-LRQ-FLAG.
           MOVE RS-ID-EMPL TO LR-ID-EMPL.
           MOVE LOW-VALUES TO LR-F-INICIO.
           START LV-REQ KEY IS NOT < LR-KEY
               INVALID KEY MOVE 1 TO WS-LRQ-FLAG
           END-START.
           PERFORM 210-LEE-SOLICITUD UNTIL WS-LRQ-FLAG = 1.

           210-LEE-SOLICITUD.
               READ LV-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-LRQ-FLAG
                   NOT AT END
                       IF LR-ID-EMPL NOT = RS-ID-EMPL
                           OR LR-F-INICIO > WS-FECHA
                           MOVE 1 TO WS-LRQ-FLAG
                       ELSE
                           IF LR-EST = 'A'
                               AND LR-F-FIN NOT < WS-FECHA
                               MOVE 'S' TO WS-HAY-VAC
                               MOVE 1 TO WS-LRQ-FLAG
                           END-IF
                       END-IF
               END-READ.

      *SEGUNDA PASADA: CHECADAS DEL DIA SIN DIA DE TRABAJO
      *PROGRAMADO.
       300-CHECADA.
           READ PUNCH-DET NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PD-FECHA = WS-FECHA
                       PERFORM 350-CRUZA
                   END-IF
           END-READ.

           350-CRUZA.
               ADD 1 TO WS-CHECADAS
               MOVE PD-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY MOVE SPACES TO NOM-EMPL
               END-READ
               MOVE PD-ID-EMPL TO RS-ID-EMPL
               MOVE WS-FECHA TO RS-FECHA
               READ ROSTER KEY IS RS-KEY
                   INVALID KEY
                       ADD 1 TO WS-NO-PROGRAMADO
                       DISPLAY PD-ID-EMPL ' ' NOM-EMPL
                           ' CHECO ' PD-HORAS ' HORAS SIN PROGRAMA'
                   NOT INVALID KEY
                       IF RS-TRABAJA = 'N'
                           ADD 1 TO WS-EN-DESCANSO
                           DISPLAY PD-ID-EMPL ' ' NOM-EMPL
                               ' CHECO ' PD-HORAS
                               ' HORAS EN SU DESCANSO'
                       END-IF
               END-READ.

           COPY EMPCHKLKUP.
