      *********************************************************
      *PROGRAMA - REPORTE DE DEPOSITOS DEVUELTOS. LISTA CADA  *
      *DEVOLUCION DE DVL-CTL QUE SIGUE SIN REEXPEDIRSE        *
      *(DL-EST = 'D'): EMPLEADO, PERIODO, GRUPO, NETO, MOTIVO *
      *DEL BANCO Y DIAS DESDE QUE SE CARGO, CON EL TOTAL DEL  *
      *DINERO QUE EL EMPLEADO AUN NO RECIBE. AL PIE CUENTA    *
      *LAS YA REEXPEDIDAS. SE REEXPIDEN CON DYN-DEVREX.       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DEVRPT.

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
           COPY DVLFILE.

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

           COPY DVLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY DVLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-DVL-N                     PIC 9(08).
       01 WS-DVL-JUL                   PIC 9(08).
       01 WS-DIAS                      PIC S9(05).
       01 WS-PENDIENTES                PIC 9(05) VALUE 0.
       01 WS-SUMA-PEND                 PIC 9(09)V99 VALUE 0.
       01 WS-REEXPEDIDAS               PIC 9(05) VALUE 0.
       01 WS-SUMA-REEX                 PIC 9(09)V99 VALUE 0.

       01 WS-LINEA.
           05 WS-L-ID                  PIC 9(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-NOM                 PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-PER                 PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-GRUPO               PIC X.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-NETO                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-DIAS                PIC ZZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-MOTIVO              PIC X(20).

       01 WS-L-SUMA                    PIC ZZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY).
           DISPLAY SEP.
           DISPLAY '     DEPOSITOS DEVUELTOS SIN REEXPEDIR'.
           DISPLAY SEP.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH.
           DISPLAY 'DVLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVLCTL-PATH = SPACES
               MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH
           END-IF.
           OPEN INPUT DVL-CTL.
           IF WS-DVL-STATUS NOT = '00'
               DISPLAY 'SIN DEPOSITOS DEVUELTOS. FILE STATUS: '
                   WS-DVL-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           DISPLAY 'ID     NOMBRE               PERIOD G         NETO'
               '  DIAS MOTIVO'.
           DISPLAY SEP.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           CLOSE DVL-CTL.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           MOVE WS-SUMA-PEND TO WS-L-SUMA.
           DISPLAY 'SIN REEXPEDIR: ' WS-PENDIENTES ' DEVOLUCIONES  '
               WS-L-SUMA.
           MOVE WS-SUMA-REEX TO WS-L-SUMA.
           DISPLAY 'REEXPEDIDAS:   ' WS-REEXPEDIDAS ' DEVOLUCIONES  '
               WS-L-SUMA.
           DISPLAY SEP.
           STOP RUN.

       100-LEE.
           READ DVL-CTL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF DL-EST = 'D'
                       PERFORM 200-RENGLON
                   ELSE
                       ADD 1 TO WS-REEXPEDIDAS
                       ADD DL-NETO TO WS-SUMA-REEX
                   END-IF
           END-READ.

       200-RENGLON.
           MOVE 0 TO WS-DIAS.
           IF DL-FECHA IS NUMERIC
               MOVE DL-FECHA TO WS-DVL-N
               COMPUTE WS-DVL-JUL =
                   FUNCTION INTEGER-OF-DATE(WS-DVL-N)
               COMPUTE WS-DIAS = WS-HOY-JUL - WS-DVL-JUL
           END-IF.
           ADD 1 TO WS-PENDIENTES.
           ADD DL-NETO TO WS-SUMA-PEND.
           MOVE DL-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY MOVE '(NO ESTA EN EMPLEADO)' TO WS-L-NOM
               NOT INVALID KEY MOVE NOM-EMPL TO WS-L-NOM
           END-READ.
           MOVE DL-ID-EMPL TO WS-L-ID.
           MOVE DL-PERIODO TO WS-L-PER.
           MOVE DL-GRUPO TO WS-L-GRUPO.
           MOVE DL-NETO TO WS-L-NETO.
           MOVE WS-DIAS TO WS-L-DIAS.
           MOVE DL-MOTIVO TO WS-L-MOTIVO.
           DISPLAY WS-LINEA.

           COPY EMPCHKLKUP.
