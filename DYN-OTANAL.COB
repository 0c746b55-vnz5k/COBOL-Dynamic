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
       01 WS-MESES                     PIC 9(03).
       01 WS-PCT-TOPE                  PIC 9(03).
       01 WS-BANDA-REF                 PIC A.
       01 WS-COSTO-ROW                 PIC 9(07)V99.

      *FACTOR DE CARGA SOCIAL SOBRE EL SUELDO TABULADO PARA EL
      *COSTO CARGADO DE UNA CONTRATACION MAS (CUOTAS, AGUINALDO,
      *PRIMA VACACIONAL).
       01 WS-FACTOR-CARGA              PIC 9V99 VALUE 1.35.
       01 WS-COSTO-CABEZA              PIC 9(07)V99.
       01 WS-COSTO-MES-DEP             PIC 9(07)V99.

      *TENDENCIA POR PERIODO DEL RANGO (HASTA 36 MESES).
       01 WS-TR-TABLA.
           05 WS-TR-ENT OCCURS 36 TIMES.
               10 WS-TR-PER            PIC X(06).
               10 WS-TR-HORAS          PIC 9(06)V99.
               10 WS-TR-COSTO          PIC 9(09)V99.
       01 WS-TR-USADOS                 PIC 9(02) VALUE 0.
       01 WS-TR-I                      PIC 9(02).
       01 WS-TR-PEGA                   PIC X.

      *ACUMULADO POR DEPARTAMENTO (CLV-DEP 0-999).
       01 WS-DP-TABLA.
           05 WS-DP-ENT OCCURS 1000 TIMES.
               10 WS-DP-HORAS          PIC 9(07)V99.
               10 WS-DP-COSTO          PIC 9(09)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

      *ACUMULADO POR EMPLEADO, PARA EL RANKING Y LA MARCA DE
      *EXTRA SOBRE EL BRUTO.
           05 WS-EM-ENT OCCURS 2000 TIMES.
               10 WS-EM-ID             PIC 9(06).
               10 WS-EM-NOM            PIC X(30).
               10 WS-EM-DEP            PIC 9(03).
               10 WS-EM-HORAS          PIC 9(06)V99.
               10 WS-EM-COSTO          PIC 9(08)V99.
               10 WS-EM-BRUTO          PIC 9(09)V99.
       01 WS-EM-USADOS                 PIC 9(04) VALUE 0.
       01 WS-EM-TRUNCADO               PIC X VALUE 'N'.
       01 WS-EM-I                      PIC 9(04).
       01 WS-EM-J                      PIC 9(04).
       01 WS-EM-PEGA                   PIC X.
       01 WS-RANK                      PIC 9(02).
       01 WS-LIMITE                    PIC 9(09)V99.

      *CAMPOS DE INTERCAMBIO DEL ORDENAMIENTO (MAYOR COSTO
      *PRIMERO, COMO EL DE DYN-LAYOFF).
       01 WS-T-ID                      PIC 9(06).
       01 WS-T-NOM                     PIC X(30).
       01 WS-T-DEP                     PIC 9(03).
       01 WS-T-HORAS                   PIC 9(06)V99.
       01 WS-T-COSTO                   PIC 9(08)V99.
       01 WS-T-BRUTO                   PIC 9(09)V99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           PERFORM 040-PIDE-RANGO.
           PERFORM 045-PIDE-PARAMS.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-DEP 1000 TIMES.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
                   '; NO HAY COMPARATIVO DE CONTRATACION'
           END-IF.
           MOVE 0 TO WS-CLV.
           PERFORM 410-LINEA-DEPTO 1000 TIMES.

           410-LINEA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
