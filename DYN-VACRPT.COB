      *********************************************************
      *PROGRAMA - REPORTE DE VACANTES DEL CONTROL DE PLAZAS.  *
      *RECORRE PLZ-MAST (DYN-PLZMNT) Y LISTA CADA PLAZA       *
      *AUTORIZADA SIN OCUPANTE CON SU DEPARTAMENTO, PUESTO Y  *
      *TITULO DEL CATALOGO (DYN-PSTMNT), LA FECHA DESDE LA    *
      *QUE ESTA LIBRE Y LOS DIAS QUE LLEVA ABIERTA; AL FINAL  *
      *RESUME POR PUESTO LAS PLAZAS AUTORIZADAS, OCUPADAS Y   *
      *VACANTES. LAS CANCELADAS NO CUENTAN. SALE POR EL SPOOL *
      *ESTANDAR.                                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VACRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY SPLFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PLZFD.
           COPY PSTFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CON-PST                   PIC X VALUE 'N'.
       01 WS-HOY-N                     PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-VAC-N                     PIC 9(08).
       01 WS-DIAS                      PIC 9(05).
       01 WS-VACANTES                  PIC 9(05) VALUE 0.
       01 WS-AUTORIZADAS               PIC 9(05) VALUE 0.

      *ACUMULADO POR PUESTO EN UNA SOLA PASADA.
       01 WS-PST-TABLA.
           05 WS-PU-ENT OCCURS 100 TIMES.
               10 WS-PU-CLV            PIC X(04).
               10 WS-PU-AUT            PIC 9(05).
               10 WS-PU-OCU            PIC 9(05).
       01 WS-PU-USADAS                 PIC 9(03) VALUE 0.
       01 WS-PU-IX                     PIC 9(03).
       01 WS-PU-PEGA                   PIC X.

       01 WS-LINEA.
           05 WS-L-NUM                 PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DEP                 PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-PUESTO              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TITULO              PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DESDE               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DIAS                PIC ZZ,ZZ9.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(08) VALUE 'PLAZA'.
           05 FILLER                   PIC X(04) VALUE 'DEP'.
           05 FILLER                   PIC X(06) VALUE 'PUES'.
           05 FILLER                   PIC X(32) VALUE 'TITULO'.
           05 FILLER                   PIC X(10) VALUE 'VACANTE'.
           05 FILLER                   PIC X(06) VALUE '  DIAS'.

       01 WS-LINEA-PU.
           05 WS-LP-PUESTO             PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LP-TITULO             PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LP-AUT                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LP-OCU                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LP-VAC                PIC ZZ,ZZ9.

       01 WS-ENCABEZADO-PU.
           05 FILLER                   PIC X(06) VALUE 'PUES'.
           05 FILLER                   PIC X(32) VALUE 'TITULO'.
           05 FILLER                   PIC X(08) VALUE ' AUTORIZ'.
           05 FILLER                   PIC X(08) VALUE ' OCUPAD'.
           05 FILLER                   PIC X(08) VALUE ' VACANT'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH.
           DISPLAY 'PLZMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PLZMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PLZMAST-PATH = SPACES
               MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
           END-IF.
           OPEN INPUT PLZ-MAST.
           IF WS-PLZ-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE PLAZAS (DYN-PLZMNT). '
                   'FILE STATUS: ' WS-PLZ-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH.
           DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PSTMAST-PATH = SPACES
               MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
           END-IF.
           OPEN INPUT PST-MAST.
           IF WS-PST-STATUS = '00'
               MOVE 'S' TO WS-CON-PST
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY-N.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY-N).
           MOVE 'DYN-VACRPT' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '   PLAZAS VACANTES Y DIAS ABIERTAS' TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 100-RECORRE UNTIL WS-FLAG = 1.
           CLOSE PLZ-MAST.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO-PU TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 300-LISTA-PUESTO
               VARYING WS-PU-IX FROM 1 BY 1
               UNTIL WS-PU-IX > WS-PU-USADAS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'PLAZAS AUTORIZADAS: ' WS-AUTORIZADAS
               '   VACANTES: ' WS-VACANTES
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-CON-PST = 'S'
               CLOSE PST-MAST
           END-IF.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

       100-RECORRE.
           READ PLZ-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF PZ-EST = 'A'
                       ADD 1 TO WS-AUTORIZADAS
                       PERFORM 200-SUMA
                       IF PZ-ID-EMPL = 0
                           PERFORM 150-VACANTE
                       END-IF
                   END-IF
           END-READ.

      *UNA VACANTE SIN FECHA (DATO VIEJO) SALE CON CERO DIAS.
       150-VACANTE.
           ADD 1 TO WS-VACANTES.
           MOVE PZ-NUM TO WS-L-NUM.
           MOVE PZ-CLV-DEP TO WS-L-DEP.
           MOVE PZ-PUESTO TO WS-L-PUESTO.
           PERFORM 400-TITULO.
           MOVE PT-TITULO TO WS-L-TITULO.
           MOVE PZ-F-VACANTE TO WS-L-DESDE.
           MOVE 0 TO WS-DIAS.
           IF PZ-F-VACANTE IS NUMERIC
               MOVE PZ-F-VACANTE TO WS-VAC-N
               COMPUTE WS-DIAS = WS-HOY-JUL
                   - FUNCTION INTEGER-OF-DATE(WS-VAC-N)
           END-IF.
           MOVE WS-DIAS TO WS-L-DIAS.
           MOVE WS-LINEA TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

       200-SUMA.
           MOVE 'N' TO WS-PU-PEGA.
           PERFORM 210-BUSCA
               VARYING WS-PU-IX FROM 1 BY 1
               UNTIL WS-PU-IX > WS-PU-USADAS
                   OR WS-PU-PEGA = 'S'.
           IF WS-PU-PEGA = 'N' AND WS-PU-USADAS < 100
               ADD 1 TO WS-PU-USADAS
               MOVE PZ-PUESTO TO WS-PU-CLV (WS-PU-USADAS)
               MOVE 1 TO WS-PU-AUT (WS-PU-USADAS)
               MOVE 0 TO WS-PU-OCU (WS-PU-USADAS)
               IF PZ-ID-EMPL NOT = 0
                   MOVE 1 TO WS-PU-OCU (WS-PU-USADAS)
               END-IF
           END-IF.

           210-BUSCA.
               IF WS-PU-CLV (WS-PU-IX) = PZ-PUESTO
                   ADD 1 TO WS-PU-AUT (WS-PU-IX)
                   IF PZ-ID-EMPL NOT = 0
                       ADD 1 TO WS-PU-OCU (WS-PU-IX)
                   END-IF
                   MOVE 'S' TO WS-PU-PEGA
               END-IF.

       300-LISTA-PUESTO.
           MOVE WS-PU-CLV (WS-PU-IX) TO WS-LP-PUESTO.
           MOVE WS-PU-CLV (WS-PU-IX) TO PZ-PUESTO.
           PERFORM 400-TITULO.
           MOVE PT-TITULO TO WS-LP-TITULO.
           MOVE WS-PU-AUT (WS-PU-IX) TO WS-LP-AUT.
           MOVE WS-PU-OCU (WS-PU-IX) TO WS-LP-OCU.
           COMPUTE WS-LP-VAC = WS-PU-AUT (WS-PU-IX)
               - WS-PU-OCU (WS-PU-IX).
           MOVE WS-LINEA-PU TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

      *TITULO DEL PUESTO DE PZ-PUESTO EN PT-TITULO.
       400-TITULO.
           MOVE '(NO CATALOGADO)' TO PT-TITULO.
           IF WS-CON-PST = 'S'
               MOVE PZ-PUESTO TO PT-CLV
               READ PST-MAST KEY IS PT-CLV
                   INVALID KEY
                       MOVE '(NO CATALOGADO)' TO PT-TITULO
               END-READ
           END-IF.

           COPY SPOOLLKUP.
