           COPY AUDITFILE.
           COPY DEPBUDFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
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
           COPY AUDITFD.
           COPY DEPBUDFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY AUDITSTAT.
           COPY DEPBUDSTAT.
           COPY IMSSTAT.
      *CRITERIO DE FILTRO: T = TABULADOR (ID-TAB-S), D = DEPTO (CLV-DEP).
       01 WS-CRITERIO                  PIC X.
       01 WS-TAB-S                     PIC A.
       01 WS-CLV-DEP                   PIC 9(03).

      *TIPO DE AUMENTO: M = MONTO FIJO, P = PORCENTAJE.
       01 WS-TIPO                      PIC X.
       01 WS-MONTO                     PIC 9(05)V99.
       01 WS-PCT                       PIC 9V999.

       01 WS-SUE-VIEJO                 PIC 9(07)V99.
       01 WS-SUE-NUEVO                 PIC 9(07)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-MATCH                     PIC X.
       01 WS-PAGO-CALC                 PIC 9(07)V99.

      *MODO DE LA CORRIDA: S = SIMULACION (SIN REWRITE), A = APLICAR.
       01 WS-MODO                      PIC X.

      *NOMINA PROYECTADA POR DEPARTAMENTO TRAS EL AUMENTO (CLV-DEP
      *0-999; SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-PROY              PIC 9(09)V99 OCCURS 1000 TIMES.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).
       01 WS-SOBRE-PRES                PIC 9(02) VALUE 0.

       01 SEP.
           DISPLAY SEP.
           PERFORM 100-PARAMETROS.
           PERFORM 110-MODO.
      *LA CORRIDA QUE APLICA SELLA SU LOTE EN DIARIO Y AUDITORIA
      *PARA PODER REVERTIRLA COMPLETA CON DYN-REVLOTE.
           IF WS-MODO = 'A'
               MOVE 'DYNRAISE' TO WS-JRN-LOTE
               PERFORM 937-ABRE-LOTE
               MOVE WS-JRN-LOTE TO WS-AUD-LOTE
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
               END-IF.

           400-APLICA-AUMENTO.
               MOVE REG-EMPL TO WS-JRN-ANTES
               MOVE SUE-MEN TO WS-SUE-VIEJO
               IF WS-TIPO = 'M'
                   COMPUTE WS-SUE-NUEVO = WS-SUE-VIEJO + WS-MONTO
               END-IF
               OPEN INPUT DEPBUD-MAST
               MOVE 0 TO WS-CLV
               PERFORM 510-PROY-DEPTO 1000 TIMES
               CLOSE DEPBUD-MAST
               IF WS-SOBRE-PRES > 0
                   DISPLAY 'DEPARTAMENTOS SOBRE PRESUPUESTO: '
