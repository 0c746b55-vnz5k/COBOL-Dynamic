       WORKING-STORAGE SECTION.
           COPY DSHSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CLV                       PIC 9(03).
       01 WS-IX                        PIC 9(02).

      *DEPARTAMENTOS PRESENTES EN EL HISTORIAL (CLV-DEP 0-999;
      *SUBSCRIPT ES CLV-DEP + 1), PARA RELEER EL HISTORIAL SOLO
      *POR LOS QUE TIENEN SNAPSHOTS.
       01 WS-HAY-TABLA.
           05 WS-HAY-DEP               PIC X OCCURS 1000 TIMES.
       01 WS-HX                        PIC 9(04).
       01 WS-J                         PIC 9(02).

      *ULTIMOS 12 SNAPSHOTS DEL DEPARTAMENTO EN TURNO (VENTANA
               10 WS-SN-FECHA          PIC X(08).
               10 WS-SN-ACTIVOS        PIC 9(05).
               10 WS-SN-INACTIVOS      PIC 9(05).
               10 WS-SN-NOMINA         PIC 9(09)V99.
       01 WS-SNAP-USADOS               PIC 9(02).
       01 WS-DELTA-ACT                 PIC S9(05).
       01 WS-DELTA-NOM                 PIC S9(09)V99.

       01 WS-LINEA.
           05 WS-L-FECHA               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-INACT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-NOM                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DACT                PIC -ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DNOM                PIC -ZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY '   TENDENCIA DE PLANTILLA Y NOMINA (ULTIMOS 12'
               ' SNAPSHOTS)'.
           DISPLAY SEP.
           MOVE ALL 'N' TO WS-HAY-TABLA.
           PERFORM 050-PRESENCIA.
           MOVE 0 TO WS-CLV.
           PERFORM 090-SIGUIENTE 1000 TIMES.
           STOP RUN.

      *PRIMERA PASADA: MARCA LOS DEPARTAMENTOS CON SNAPSHOTS.
       050-PRESENCIA.
           PERFORM 060-ABRE-HIST.
           MOVE 0 TO WS-FLAG.
           PERFORM 070-MARCA UNTIL WS-FLAG = 1.
           CLOSE DASH-HIST.

       060-ABRE-HIST.
           MOVE WS-DASHHIST-PATH-DFLT TO WS-DASHHIST-PATH.
           DISPLAY 'DASHHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DASHHIST-PATH FROM ENVIRONMENT-VALUE.
                   'FILE STATUS: ' WS-DSH-STATUS
               STOP RUN
           END-IF.

           070-MARCA.
               READ DASH-HIST
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       COMPUTE WS-HX = DH-CLV-DEP + 1
                       MOVE 'S' TO WS-HAY-DEP(WS-HX)
               END-READ.

       090-SIGUIENTE.
           COMPUTE WS-HX = WS-CLV + 1.
           IF WS-HAY-DEP(WS-HX) = 'S'
               PERFORM 100-DEPTO
           END-IF.
           ADD 1 TO WS-CLV.

      *UNA PASADA DEL HISTORIAL POR DEPARTAMENTO, LLENANDO LA
      *VENTANA DESLIZANTE DE 12 SNAPSHOTS.
       100-DEPTO.
           PERFORM 060-ABRE-HIST.
           MOVE 0 TO WS-SNAP-USADOS.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-LEE UNTIL WS-FLAG = 1.
           IF WS-SNAP-USADOS > 0
               PERFORM 200-IMPRIME-DEPTO
           END-IF.

           110-LEE.
               READ DASH-HIST
       200-IMPRIME-DEPTO.
           DISPLAY SEP.
           DISPLAY 'DEPARTAMENTO ' WS-CLV.
           DISPLAY 'FECHA     ACTIVO  INACTI          NOMINA'
               '    D-ACT        D-NOMINA'.
           DISPLAY SEP.
           MOVE 0 TO WS-IX.
           PERFORM 210-RENGLON WS-SNAP-USADOS TIMES.
