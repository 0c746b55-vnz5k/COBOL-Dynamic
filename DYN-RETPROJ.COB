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
       01 WS-PCT-TOPE                  PIC 9(03) VALUE 25.
       01 WS-PCT-DEP                   PIC 9(03).

      *ACUMULADO POR DEPARTAMENTO (CLV-DEP 0-999, RENGLON = CLAVE
      *MAS UNO): PLANTILLA, RETIROS ACUMULADOS A 1/3/5 ANOS,
      *BANDA 'A' TOTAL Y EN VENTANA, Y PERFIL DE EDADES EN SIETE
      *RANGOS (<25, -34, -44, -54, -59, -64, 65+).
       01 WS-DEP-TABLA.
           05 WS-DT-ENT OCCURS 1000 TIMES.
               10 WS-DT-USADA          PIC X.
               10 WS-DT-NOM            PIC X(20).
               10 WS-DT-COUNT          PIC 9(05).
               10 WS-DT-BA5            PIC 9(05).
               10 WS-DT-EDADES.
                   15 WS-DT-RANGO      PIC 9(05) OCCURS 7 TIMES.
       01 WS-DEP-IX                    PIC 9(04).
       01 WS-RAN-IX                    PIC 9(02).

      *ACUMULADO POR BANDA DE SUELDO (ID-TAB-S); SPACES ES EL
       01 WS-BT-PEGA                   PIC X.

       01 WS-DET-LINEA.
           05 WS-D-DEP                 PIC 9(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-BANDA               PIC X.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-VENT                PIC X(02).

       01 WS-RES-LINEA.
           05 WS-R-DEP                 PIC 9(03).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-R-NOM                 PIC X(20).
           05 WS-R-COUNT               PIC ZZ,ZZ9.
           05 WS-R-BA5                 PIC ZZ9.

       01 WS-PERF-LINEA.
           05 WS-P-DEP                 PIC 9(03).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-P-NOM                 PIC X(20).
           05 WS-P-RAN                 PIC ZZ,ZZ9 OCCURS 7 TIMES.
           05 WS-B-V5                  PIC ZZ,ZZ9.

       01 WS-ENC-RESUMEN.
           05 FILLER                   PIC X(24) VALUE
               'DEP NOMBRE              '.
           05 FILLER                   PIC X(24) VALUE
               'PLANT    1A    3A    5A'.
           05 FILLER                   PIC X(20) VALUE
               '  PCT5  BANDA-A/VENT'.

       01 WS-ENC-PERFIL.
           05 FILLER                   PIC X(24) VALUE
               'DEP NOMBRE              '.
           05 FILLER                   PIC X(42) VALUE
               '   <25 25-34 35-44 45-54 55-59 60-64   65+'.

           END-IF.
           PERFORM 050-LIMPIA-DEPTO
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > 1000.
           MOVE 'DYN-RETPROJ' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 300-RESUMEN-DEPTO
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > 1000.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'PERFIL DE EDADES POR DEPARTAMENTO' TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 400-PERFIL-DEPTO
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > 1000.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'RESUMEN POR BANDA DE SUELDO' TO WS-SPL-LINEA.
