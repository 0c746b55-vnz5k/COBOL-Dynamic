      *DEPARTAMENTOS ANTES DE COMPARAR CONTRA EL PRESUPUESTO.  *
      *COMPARA DB-MAX-HEAD/DB-MAX-SUE (DEPBUD-MAST) CONTRA LA  *
      *PLANTILLA Y SUELDO REAL TOMADOS DE EMPLEADO, MOSTRANDO  *
      *LA DIFERENCIA POR DEPARTAMENTO. LOS DEPARTAMENTOS SALEN *
      *AGRUPADOS POR DIVISION (DM-DIV-CLV DE DEP-MAST, NOMBRE  *
      *EN DIV-MAST) CON SUBTOTAL DE PRESUPUESTO Y REAL AL      *
      *CAMBIO DE DIVISION.                                     *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY DEPBUDFILE.
           COPY ALCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY SPLFILE.
           COPY DIVFILE.

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
           COPY DEPBUDFD.
           COPY ALCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY SPLFD.
           COPY DIVFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY SNAPSTAT.
           COPY SPLSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY DEPBUDSTAT.
           COPY ALCSTAT.
           COPY DIVSTAT.
       01 WS-FLAG-DEPT                 PIC 9 VALUE 0.
       01 WS-FLAG-EMP                  PIC 9 VALUE 0.

      *REALES ACUMULADOS EN UNA SOLA PASADA, CON EL COSTO YA
      *REPARTIDO SEGUN ALLOC-MAST (CLV-DEP 0-999; SUBSCRIPT + 1).
       01 WS-ACT-TABLA.
           05 WS-AT-ENT OCCURS 1000 TIMES.
               10 WS-AT-COUNT          PIC 9(05).
               10 WS-AT-TOTAL          PIC 9(08)V99.
       01 WS-AT-IX                     PIC 9(04).
       01 WS-ALC-MONTO                 PIC 9(07)V99.
       01 WS-VAR-COUNT                 PIC S9(05).
       01 WS-VAR-TOTAL                 PIC S9(08)V99.
       01 WS-PAGO-CALC                 PIC 9(07)V99.

      *ACUMULADOS DE LA DIVISION EN CURSO.
       01 WS-CON-DIV                   PIC X VALUE 'N'.
       01 WS-DIV-ANT                   PIC 9(02).
       01 WS-PRIMERO                   PIC X VALUE 'S'.
       01 WS-DV-PRE-HEAD               PIC 9(06) VALUE 0.
       01 WS-DV-REAL-HEAD              PIC 9(06) VALUE 0.
       01 WS-DV-PRE-SUE                PIC 9(09)V99 VALUE 0.
       01 WS-DV-REAL-SUE               PIC 9(09)V99 VALUE 0.

       01 WS-LINEA-DIV.
           05 FILLER                   PIC X(09) VALUE 'DIVISION '.
           05 WS-LD-CLV                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-NOM                PIC X(20).

       01 WS-LINEA1.
           05 WS-L1-NOM-DEP            PIC X(20).
           05 WS-L1-VAR                PIC -ZZ,ZZ9.

       01 WS-LINEA2.
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'NOMINA:   '.
           05 WS-L2-PRESU              PIC Z(07)9.99.
           05 FILLER                   PIC X(08) VALUE ' REAL: '.
           05 WS-L2-REAL               PIC Z(07)9.99.
           05 FILLER                   PIC X(08) VALUE ' VAR: '.
           05 WS-L2-VAR                PIC -Z(06)9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH
           END-IF.
           OPEN INPUT DEPBUD-MAST.
           MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH.
           DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPMAST-PATH = SPACES
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
           END-IF.
           OPEN INPUT DEP-MAST.
           MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH.
           DISPLAY 'DIVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DIVMAST-PATH = SPACES
               MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH
           END-IF.
           OPEN INPUT DIV-MAST.
           IF WS-DIV-STATUS = '00'
               MOVE 'S' TO WS-CON-DIV
           END-IF.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPSNAP-PATH FROM ENVIRONMENT-VALUE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 100-ACUMULA UNTIL WS-FLAG-EMP = 1.
           MOVE 0 TO DM-DIV-CLV.
           START DEP-MAST KEY IS NOT LESS THAN DM-DIV-CLV
               INVALID KEY MOVE 1 TO WS-FLAG-DEPT
           END-START.
           PERFORM 100-DEPTO UNTIL WS-FLAG-DEPT = 1.
           IF WS-PRIMERO = 'N'
               PERFORM 200-SUBTOTAL
           END-IF.
           CLOSE DEPBUD-MAST.
           CLOSE DEP-MAST.
           IF WS-CON-DIV = 'S'
               CLOSE DIV-MAST
           END-IF.
           CLOSE EMPLEADO.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
                       COMPUTE WS-AT-IX = CLV-DEP + 1
                       ADD 1 TO WS-AT-COUNT(WS-AT-IX)
                       PERFORM 939-CARGA-REPARTO
                       PERFORM 110-REPARTE
                           VARYING WS-ALC-IX FROM 1 BY 1
                           UNTIL WS-ALC-IX > WS-ALC-USADOS
                   END-IF
               END-READ.

           110-REPARTE.
               COMPUTE WS-AT-IX = WS-ALC-DEP(WS-ALC-IX) + 1
               COMPUTE WS-ALC-MONTO ROUNDED =
                   WS-PAGO-CALC * WS-ALC-PCT(WS-ALC-IX) / 100
               ADD WS-ALC-MONTO TO WS-AT-TOTAL(WS-AT-IX).

      *DEP-MAST SE RECORRE POR SU LLAVE ALTERNA DE DIVISION Y
      *CADA DEPTO BUSCA SU PRESUPUESTO; AL CAMBIAR DE DIVISION
      *SALE EL SUBTOTAL DE LA ANTERIOR.
           100-DEPTO.
               READ DEP-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG-DEPT
               NOT AT END
                   MOVE DM-CLV-DEP TO DB-CLV-DEP
                   READ DEPBUD-MAST KEY IS DB-CLV-DEP
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 120-VARIANZA
                   END-READ
               END-READ.

           120-VARIANZA.
               IF WS-PRIMERO = 'N' AND DM-DIV-CLV NOT = WS-DIV-ANT
                   PERFORM 200-SUBTOTAL
               END-IF
               MOVE 'N' TO WS-PRIMERO
               MOVE DM-DIV-CLV TO WS-DIV-ANT
               MOVE DM-NOM-DEP TO NOM-DEP
               COMPUTE WS-AT-IX = DB-CLV-DEP + 1
               ADD DB-MAX-HEAD TO WS-DV-PRE-HEAD
               ADD DB-MAX-SUE TO WS-DV-PRE-SUE
               ADD WS-AT-COUNT(WS-AT-IX) TO WS-DV-REAL-HEAD
               ADD WS-AT-TOTAL(WS-AT-IX) TO WS-DV-REAL-SUE
               COMPUTE WS-VAR-COUNT =
                   WS-AT-COUNT(WS-AT-IX) - DB-MAX-HEAD
               COMPUTE WS-VAR-TOTAL =
                   WS-AT-TOTAL(WS-AT-IX) - DB-MAX-SUE
               MOVE NOM-DEP TO WS-L1-NOM-DEP
               MOVE DB-MAX-HEAD TO WS-L1-PRESU
               MOVE WS-AT-COUNT(WS-AT-IX) TO WS-L1-REAL
               MOVE WS-VAR-COUNT TO WS-L1-VAR
               MOVE WS-LINEA1 TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE DB-MAX-SUE TO WS-L2-PRESU
               MOVE WS-AT-TOTAL(WS-AT-IX) TO WS-L2-REAL
               MOVE WS-VAR-TOTAL TO WS-L2-VAR
               MOVE WS-LINEA2 TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

           200-SUBTOTAL.
               MOVE WS-DIV-ANT TO WS-LD-CLV
               MOVE '(SIN DIVISION)' TO WS-LD-NOM
               IF WS-DIV-ANT NOT = 0 AND WS-CON-DIV = 'S'
                   MOVE WS-DIV-ANT TO DV-CLV
                   READ DIV-MAST KEY IS DV-CLV
                       INVALID KEY
                           MOVE '(NO CATALOGADA)' TO WS-LD-NOM
                       NOT INVALID KEY
                           MOVE DV-NOM TO WS-LD-NOM
                   END-READ
               END-IF
               MOVE WS-LINEA-DIV TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               COMPUTE WS-VAR-COUNT = WS-DV-REAL-HEAD - WS-DV-PRE-HEAD
               COMPUTE WS-VAR-TOTAL = WS-DV-REAL-SUE - WS-DV-PRE-SUE
               MOVE 'SUBTOTAL DIVISION' TO WS-L1-NOM-DEP
               MOVE WS-DV-PRE-HEAD TO WS-L1-PRESU
               MOVE WS-DV-REAL-HEAD TO WS-L1-REAL
               MOVE WS-VAR-COUNT TO WS-L1-VAR
               MOVE WS-LINEA1 TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE WS-DV-PRE-SUE TO WS-L2-PRESU
               MOVE WS-DV-REAL-SUE TO WS-L2-REAL
               MOVE WS-VAR-TOTAL TO WS-L2-VAR
               MOVE WS-LINEA2 TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE 0 TO WS-DV-PRE-HEAD
               MOVE 0 TO WS-DV-REAL-HEAD
               MOVE 0 TO WS-DV-PRE-SUE
               MOVE 0 TO WS-DV-REAL-SUE.

           COPY ALCLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
