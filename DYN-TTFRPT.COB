      *********************************************************
      *PROGRAMA - REPORTE DE TIEMPO PARA CUBRIR POSICIONES.   *
      *RECORRE REQ-MAST (DYN-REQMNT) Y LISTA CADA REQUISICION *
      *CUBIERTA CON LOS DIAS DESDE QUE SE PIDIO HASTA QUE SE  *
      *APROBO EL ALTA, Y CADA REQUISICION AUN ABIERTA         *
      *(SOLICITADA, APROBADA O CON OFERTA ACEPTADA) CON LOS   *
      *DIAS QUE LLEVA. AL FINAL RESUME POR DEPARTAMENTO:      *
      *CUBIERTAS, PROMEDIO Y MAXIMO DE DIAS PARA CUBRIR,      *
      *ABIERTAS Y PROMEDIO DE DIAS ABIERTAS. LAS CANCELADAS   *
      *NO CUENTAN. SALE POR EL SPOOL ESTANDAR.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TTFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REQFILE.
           COPY DEPFILE.
           COPY SPLFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY REQFD.
           COPY DEPFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
           COPY REQSTAT.
           COPY DEPSTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CON-DEP                   PIC X VALUE 'N'.
       01 WS-HOY-N                     PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-INI-N                     PIC 9(08).
       01 WS-FIN-N                     PIC 9(08).
       01 WS-DIAS                      PIC 9(05).
       01 WS-CUBIERTAS                 PIC 9(05) VALUE 0.
       01 WS-ABIERTAS                  PIC 9(05) VALUE 0.

      *ACUMULADO POR DEPARTAMENTO EN UNA SOLA PASADA.
       01 WS-DEP-TABLA.
           05 WS-DT-ENT OCCURS 1000 TIMES.
               10 WS-DT-CLV            PIC 9(03).
               10 WS-DT-CUB            PIC 9(05).
               10 WS-DT-DIAS-CUB       PIC 9(08).
               10 WS-DT-MAX            PIC 9(05).
               10 WS-DT-ABI            PIC 9(05).
               10 WS-DT-DIAS-ABI       PIC 9(08).
       01 WS-DT-USADAS                 PIC 9(04) VALUE 0.
       01 WS-DT-IX                     PIC 9(04).
       01 WS-DT-POS                    PIC 9(04).

       01 WS-LINEA.
           05 WS-L-NUM                 PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DEP                 PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-L-PUESTO              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-EST                 PIC X.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-L-DESDE               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-HASTA               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DIAS                PIC ZZ,ZZ9.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(08) VALUE 'REQUIS'.
           05 FILLER                   PIC X(04) VALUE 'DEP'.
           05 FILLER                   PIC X(06) VALUE 'PUES'.
           05 FILLER                   PIC X(04) VALUE 'EST'.
           05 FILLER                   PIC X(10) VALUE 'SOLICITA'.
           05 FILLER                   PIC X(10) VALUE 'CUBIERTA'.
           05 FILLER                   PIC X(06) VALUE '  DIAS'.

       01 WS-LINEA-DT.
           05 WS-LD-DEP                PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LD-NOM                PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LD-CUB                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-PROM               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-MAX                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-ABI                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-PROM-ABI           PIC ZZ,ZZ9.

       01 WS-ENCABEZADO-DT.
           05 FILLER                   PIC X(25) VALUE 'DEPARTAMENTO'.
           05 FILLER                   PIC X(08) VALUE ' CUBIER'.
           05 FILLER                   PIC X(08) VALUE ' PROMED'.
           05 FILLER                   PIC X(08) VALUE ' MAXIMO'.
           05 FILLER                   PIC X(08) VALUE ' ABIERT'.
           05 FILLER                   PIC X(08) VALUE ' PROMED'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH.
           DISPLAY 'REQMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REQMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REQMAST-PATH = SPACES
               MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
           END-IF.
           OPEN INPUT REQ-MAST.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'SIN REQUISICIONES (DYN-REQMNT). '
                   'FILE STATUS: ' WS-REQ-STATUS
               STOP RUN
           END-IF.
           MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH.
           DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPMAST-PATH = SPACES
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
           END-IF.
           OPEN INPUT DEP-MAST.
           IF WS-DEPMAST-STATUS = '00'
               MOVE 'S' TO WS-CON-DEP
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY-N.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY-N).
           MOVE 'DYN-TTFRPT' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '   TIEMPO PARA CUBRIR REQUISICIONES' TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 100-RECORRE UNTIL WS-FLAG = 1.
           CLOSE REQ-MAST.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO-DT TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 300-LISTA-DEP
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-USADAS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'REQUISICIONES CUBIERTAS: ' WS-CUBIERTAS
               '   ABIERTAS: ' WS-ABIERTAS
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-CON-DEP = 'S'
               CLOSE DEP-MAST
           END-IF.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

       100-RECORRE.
           READ REQ-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF RQ-EST = 'C'
                       PERFORM 150-CUBIERTA
                   END-IF
                   IF RQ-EST = 'S' OR RQ-EST = 'A' OR RQ-EST = 'O'
                       PERFORM 160-ABIERTA
                   END-IF
           END-READ.

      *DIAS DE LA SOLICITUD A LA APROBACION DEL ALTA; UNA FECHA
      *NO NUMERICA (DATO VIEJO) SALE CON CERO DIAS.
       150-CUBIERTA.
           ADD 1 TO WS-CUBIERTAS.
           MOVE 0 TO WS-DIAS.
           IF RQ-F-SOLICITA IS NUMERIC AND RQ-F-CUBRE IS NUMERIC
               MOVE RQ-F-SOLICITA TO WS-INI-N
               MOVE RQ-F-CUBRE TO WS-FIN-N
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-FIN-N)
                   - FUNCTION INTEGER-OF-DATE(WS-INI-N)
           END-IF.
           MOVE RQ-F-CUBRE TO WS-L-HASTA.
           PERFORM 200-POSICION.
           IF WS-DT-POS NOT = 0
               ADD 1 TO WS-DT-CUB (WS-DT-POS)
               ADD WS-DIAS TO WS-DT-DIAS-CUB (WS-DT-POS)
               IF WS-DIAS > WS-DT-MAX (WS-DT-POS)
                   MOVE WS-DIAS TO WS-DT-MAX (WS-DT-POS)
               END-IF
           END-IF.
           PERFORM 170-RENGLON.

       160-ABIERTA.
           ADD 1 TO WS-ABIERTAS.
           MOVE 0 TO WS-DIAS.
           IF RQ-F-SOLICITA IS NUMERIC
               MOVE RQ-F-SOLICITA TO WS-INI-N
               COMPUTE WS-DIAS = WS-HOY-JUL
                   - FUNCTION INTEGER-OF-DATE(WS-INI-N)
           END-IF.
           MOVE '(ABIERTA)' TO WS-L-HASTA.
           PERFORM 200-POSICION.
           IF WS-DT-POS NOT = 0
               ADD 1 TO WS-DT-ABI (WS-DT-POS)
               ADD WS-DIAS TO WS-DT-DIAS-ABI (WS-DT-POS)
           END-IF.
           PERFORM 170-RENGLON.

       170-RENGLON.
           MOVE RQ-NUM TO WS-L-NUM.
           MOVE RQ-CLV-DEP TO WS-L-DEP.
           MOVE RQ-PUESTO TO WS-L-PUESTO.
           MOVE RQ-EST TO WS-L-EST.
           MOVE RQ-F-SOLICITA TO WS-L-DESDE.
           MOVE WS-DIAS TO WS-L-DIAS.
           MOVE WS-LINEA TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

      *RENGLON DEL DEPARTAMENTO EN LA TABLA (SE AGREGA SI NO
      *ESTA); CERO SI LA TABLA YA SE LLENO.
       200-POSICION.
           MOVE 0 TO WS-DT-POS.
           PERFORM 210-BUSCA
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-USADAS
                   OR WS-DT-POS NOT = 0.
           IF WS-DT-POS = 0 AND WS-DT-USADAS < 1000
               ADD 1 TO WS-DT-USADAS
               MOVE WS-DT-USADAS TO WS-DT-POS
               MOVE RQ-CLV-DEP TO WS-DT-CLV (WS-DT-POS)
               MOVE 0 TO WS-DT-CUB (WS-DT-POS)
               MOVE 0 TO WS-DT-DIAS-CUB (WS-DT-POS)
               MOVE 0 TO WS-DT-MAX (WS-DT-POS)
               MOVE 0 TO WS-DT-ABI (WS-DT-POS)
               MOVE 0 TO WS-DT-DIAS-ABI (WS-DT-POS)
           END-IF.

           210-BUSCA.
               IF WS-DT-CLV (WS-DT-IX) = RQ-CLV-DEP
                   MOVE WS-DT-IX TO WS-DT-POS
               END-IF.

       300-LISTA-DEP.
           MOVE WS-DT-CLV (WS-DT-IX) TO WS-LD-DEP.
           MOVE '(SIN CATALOGO)' TO WS-LD-NOM.
           IF WS-CON-DEP = 'S'
               MOVE WS-DT-CLV (WS-DT-IX) TO DM-CLV-DEP
               READ DEP-MAST KEY IS DM-CLV-DEP
                   NOT INVALID KEY MOVE DM-NOM-DEP TO WS-LD-NOM
               END-READ
           END-IF.
           MOVE WS-DT-CUB (WS-DT-IX) TO WS-LD-CUB.
           MOVE 0 TO WS-LD-PROM.
           IF WS-DT-CUB (WS-DT-IX) > 0
               COMPUTE WS-LD-PROM ROUNDED = WS-DT-DIAS-CUB (WS-DT-IX)
                   / WS-DT-CUB (WS-DT-IX)
           END-IF.
           MOVE WS-DT-MAX (WS-DT-IX) TO WS-LD-MAX.
           MOVE WS-DT-ABI (WS-DT-IX) TO WS-LD-ABI.
           MOVE 0 TO WS-LD-PROM-ABI.
           IF WS-DT-ABI (WS-DT-IX) > 0
               COMPUTE WS-LD-PROM-ABI ROUNDED =
                   WS-DT-DIAS-ABI (WS-DT-IX) / WS-DT-ABI (WS-DT-IX)
           END-IF.
           MOVE WS-LINEA-DT TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

           COPY SPOOLLKUP.
