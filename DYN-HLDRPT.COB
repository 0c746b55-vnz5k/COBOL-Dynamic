      *********************************************************
      *PROGRAMA - ANTIGUEDAD DE PAGOS RETENIDOS. LISTA CADA   *
      *NETO QUE SIGUE DETENIDO EN HLD-PAG (HP-EST = 'R') CON  *
      *EL EMPLEADO, EL MOTIVO DE SU RETENCION, EL PERIODO Y   *
      *LOS DIAS QUE LLEVA SIN PAGARSE, Y CIERRA CON EL DINERO *
      *RETENIDO POR RANGO DE ANTIGUEDAD (0-30, 31-60, 61-90 Y *
      *MAS DE 90 DIAS). LOS NETOS SE LIBERAN CON DYN-HLDREL.  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-HLDRPT.

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
           COPY HLDFILE.

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

           COPY HLDFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY HLDSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-HLP-N                     PIC 9(08).
       01 WS-HLP-JUL                   PIC 9(08).
       01 WS-DIAS                      PIC S9(05).
       01 WS-NOMBRE                    PIC X(30).
       01 WS-MOTIVO                    PIC X(30).
       01 WS-HLD-ABIERTO               PIC X VALUE 'N'.

      *DINERO RETENIDO POR RANGO DE ANTIGUEDAD.
       01 WS-RANGOS.
           05 WS-RANGO OCCURS 4 TIMES.
               10 WS-R-CONT            PIC 9(05).
               10 WS-R-SUMA            PIC 9(09)V99.
       01 WS-R                         PIC 9.
       01 WS-TOT-CONT                  PIC 9(05) VALUE 0.
       01 WS-TOT-SUMA                  PIC 9(09)V99 VALUE 0.

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
           05 WS-L-MOTIVO              PIC X(22).

       01 WS-L-SUMA                    PIC ZZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY).
           INITIALIZE WS-RANGOS.
           DISPLAY SEP.
           DISPLAY '     ANTIGUEDAD DE PAGOS RETENIDOS'.
           DISPLAY SEP.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH.
           DISPLAY 'HLDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HLDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HLDMAST-PATH = SPACES
               MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
           END-IF.
           OPEN INPUT HLD-MAST.
           IF WS-HLD-STATUS = '00'
               MOVE 'S' TO WS-HLD-ABIERTO
           END-IF.
           MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH.
           DISPLAY 'HLDPAG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HLDPAG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HLDPAG-PATH = SPACES
               MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
           END-IF.
           OPEN INPUT HLD-PAG.
           IF WS-HLP-STATUS NOT = '00'
               DISPLAY 'NO HAY PAGOS RETENIDOS. FILE STATUS: '
                   WS-HLP-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           DISPLAY 'ID     NOMBRE               PERIOD G         NETO'
               '  DIAS MOTIVO'.
           DISPLAY SEP.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           CLOSE HLD-PAG.
           IF WS-HLD-ABIERTO = 'S'
               CLOSE HLD-MAST
           END-IF.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'DINERO RETENIDO POR ANTIGUEDAD:'.
           MOVE WS-R-SUMA(1) TO WS-L-SUMA.
           DISPLAY '  0 A 30 DIAS:   ' WS-R-CONT(1) ' NETOS  '
               WS-L-SUMA.
           MOVE WS-R-SUMA(2) TO WS-L-SUMA.
           DISPLAY '  31 A 60 DIAS:  ' WS-R-CONT(2) ' NETOS  '
               WS-L-SUMA.
           MOVE WS-R-SUMA(3) TO WS-L-SUMA.
           DISPLAY '  61 A 90 DIAS:  ' WS-R-CONT(3) ' NETOS  '
               WS-L-SUMA.
           MOVE WS-R-SUMA(4) TO WS-L-SUMA.
           DISPLAY '  MAS DE 90:     ' WS-R-CONT(4) ' NETOS  '
               WS-L-SUMA.
           MOVE WS-TOT-SUMA TO WS-L-SUMA.
           DISPLAY '  TOTAL:         ' WS-TOT-CONT ' NETOS  ' WS-L-SUMA.
           DISPLAY SEP.
           STOP RUN.

       100-LEE.
           READ HLD-PAG NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF HP-EST = 'R'
                       PERFORM 200-RENGLON
                   END-IF
           END-READ.

       200-RENGLON.
           MOVE 0 TO WS-DIAS.
           IF HP-FECHA IS NUMERIC
               MOVE HP-FECHA TO WS-HLP-N
               COMPUTE WS-HLP-JUL =
                   FUNCTION INTEGER-OF-DATE(WS-HLP-N)
               COMPUTE WS-DIAS = WS-HOY-JUL - WS-HLP-JUL
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS <= 30 MOVE 1 TO WS-R
               WHEN WS-DIAS <= 60 MOVE 2 TO WS-R
               WHEN WS-DIAS <= 90 MOVE 3 TO WS-R
               WHEN OTHER MOVE 4 TO WS-R
           END-EVALUATE.
           ADD 1 TO WS-R-CONT(WS-R).
           ADD HP-NETO TO WS-R-SUMA(WS-R).
           ADD 1 TO WS-TOT-CONT.
           ADD HP-NETO TO WS-TOT-SUMA.
           PERFORM 210-NOMBRE.
           MOVE HP-ID-EMPL TO WS-L-ID.
           MOVE WS-NOMBRE TO WS-L-NOM.
           MOVE HP-PERIODO TO WS-L-PER.
           MOVE HP-GRUPO TO WS-L-GRUPO.
           MOVE HP-NETO TO WS-L-NETO.
           MOVE WS-DIAS TO WS-L-DIAS.
           MOVE WS-MOTIVO TO WS-L-MOTIVO.
           DISPLAY WS-LINEA.

           210-NOMBRE.
               MOVE HP-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY MOVE '(NO ESTA EN EMPLEADO)' TO WS-NOMBRE
                   NOT INVALID KEY MOVE NOM-EMPL TO WS-NOMBRE
               END-READ
               MOVE SPACES TO WS-MOTIVO
               IF WS-HLD-ABIERTO = 'S'
                   MOVE HP-ID-EMPL TO HD-ID-EMPL
                   READ HLD-MAST KEY IS HD-ID-EMPL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE HD-MOTIVO TO WS-MOTIVO
                   END-READ
               END-IF.

           COPY EMPCHKLKUP.
