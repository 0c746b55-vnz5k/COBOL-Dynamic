      *DEPARTAMENTO, POR TABULADOR (ID-TAB-S) Y POR ANO DE     *
      *INGRESO EN PARALELO, EN VEZ DE CORRER DYN-DEPTSUM,      *
      *DYN-VARIAN Y UN REPORTE DE ANIVERSARIOS POR SEPARADO Y  *
      *RECONCILIAR LOS NUMEROS A MANO. EL DESGLOSE POR DEPTO   *
      *SALE AGRUPADO POR DIVISION (DM-DIV-CLV, CATALOGO        *
      *DIV-MAST) CON SUBTOTAL AL CAMBIO DE DIVISION. LA        *
      *PLANTILLA ACTIVA SE PARTE ADEMAS EN SINDICALIZADA       *
      *(AFILIACION VIGENTE EN SND-MEM) Y DE CONFIANZA.         *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY DSHFILE.
           COPY DEPFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY DIVFILE.
           COPY SNDFILE.

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

           COPY DEPFD.
           COPY SHFFD.
           COPY VARFD.
           COPY DSHFD.
           COPY DIVFD.
           COPY SNDFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SNAPSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY DSHSTAT.
           COPY DIVSTAT.
           COPY SNDSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-FLAG-DEPT                 PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.

      *ACUMULADOR POR DEPARTAMENTO, POSICION = CLV-DEP + 1 (CLV-DEP
      *0-999).
       01 WS-DEPT-TABLA.
           05 WS-DEPT-ENT OCCURS 1000 TIMES.
               10 WS-DEPT-COUNT         PIC 9(05).
               10 WS-DEPT-INACT         PIC 9(05).
               10 WS-DEPT-TOTAL         PIC 9(09)V99.
       01 WS-DEPT-IDX                   PIC 9(04).

      *SUBTOTAL DE LA DIVISION EN CURSO.
       01 WS-CON-DIV                    PIC X VALUE 'N'.
       01 WS-DIV-ANT                    PIC 9(02).
       01 WS-PRIMERO                    PIC X VALUE 'S'.
       01 WS-DV-COUNT                   PIC 9(06) VALUE 0.
       01 WS-DV-TOTAL                   PIC 9(10)V99 VALUE 0.
       01 WS-DV-NOM                     PIC X(20).

       01 WS-L-DIV.
           05 FILLER                    PIC X(09) VALUE 'DIVISION '.
           05 WS-LV-CLV                 PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-LV-NOM                 PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LV-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LV-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-HOY-SNAP                   PIC X(08).

      *ACUMULADOR POR TABULADOR: 1=A, 2=B, 3=C.
       01 WS-TAB-TABLA.
           05 WS-TAB-ENT OCCURS 3 TIMES.
               10 WS-TAB-COUNT          PIC 9(05).
               10 WS-TAB-TOTAL          PIC 9(09)V99.
       01 WS-TAB-IDX                    PIC 9(02).

      *ACUMULADOR POR ANO DE INGRESO. POSICION = ANO - WS-ANIO-BASE.
       01 WS-ANIO-TABLA.
           05 WS-ANIO-ENT OCCURS 60 TIMES.
               10 WS-ANIO-COUNT         PIC 9(05).
               10 WS-ANIO-TOTAL         PIC 9(09)V99.
       01 WS-ANIO-N                     PIC 9(04).
       01 WS-ANIO-IDX                   PIC 9(02).

           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LD-COUNT                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LD-TOTAL                PIC ZZ,ZZZ,ZZ9.99.

       01 WS-L-TAB.
           05 WS-LT-TAB                 PIC X(01).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 WS-LT-COUNT                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LT-TOTAL                PIC ZZ,ZZZ,ZZ9.99.

       01 WS-L-ANIO.
           05 WS-LA-ANIO                 PIC 9(04).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-LA-COUNT                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LA-TOTAL                 PIC ZZ,ZZZ,ZZ9.99.

      *PLANTILLA ACTIVA SINDICALIZADA Y DE CONFIANZA.
       01 WS-SIND-COUNT                 PIC 9(06) VALUE 0.
       01 WS-SIND-TOTAL                 PIC 9(10)V99 VALUE 0.
       01 WS-CONF-COUNT                 PIC 9(06) VALUE 0.
       01 WS-CONF-TOTAL                 PIC 9(10)V99 VALUE 0.

       01 WS-L-SND.
           05 WS-LS-TIPO                PIC X(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LS-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LS-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CIA-FILTRO                PIC X(02).

       001-INI.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 1000
               MOVE 0 TO WS-DEPT-COUNT(WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-INACT(WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-IDX)
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
           MOVE 0 TO DM-DIV-CLV.
           START DEP-MAST KEY IS NOT LESS THAN DM-DIV-CLV
               INVALID KEY MOVE 1 TO WS-FLAG-DEPT
           END-START.
           PERFORM 200-REPORTE-DEPTO UNTIL WS-FLAG-DEPT = 1.
           IF WS-PRIMERO = 'N'
               PERFORM 210-SUBTOTAL-DIV
           END-IF.
           CLOSE DEP-MAST.
           IF WS-CON-DIV = 'S'
               CLOSE DIV-MAST
           END-IF.
           DISPLAY SEP.
           DISPLAY '-- PLANTILLA Y NOMINA POR TABULADOR --'.
           PERFORM 300-REPORTE-TAB.
           DISPLAY '-- PLANTILLA Y NOMINA POR ANO DE INGRESO --'.
           PERFORM 400-REPORTE-ANIO.
           DISPLAY SEP.
           DISPLAY '-- PLANTILLA SINDICALIZADA Y DE CONFIANZA --'.
           PERFORM 450-REPORTE-SINDICATO.
           DISPLAY SEP.
           PERFORM 500-GUARDA-SNAPSHOT.
           STOP RUN.

                           PERFORM 110-ACUM-DEPTO
                           PERFORM 120-ACUM-TAB
                           PERFORM 130-ACUM-ANIO
                           PERFORM 140-ACUM-SINDICATO
                       ELSE
                           COMPUTE WS-DEPT-IDX = CLV-DEP + 1
                           ADD 1 TO WS-DEPT-INACT(WS-DEPT-IDX)
                   ADD WS-PAGO-CALC TO WS-ANIO-TOTAL(WS-ANIO-IDX)
               END-IF.

           140-ACUM-SINDICATO.
               PERFORM 938-SND-MIEMBRO
               IF WS-SND-CLV NOT = SPACES
                   ADD 1 TO WS-SIND-COUNT
                   ADD WS-PAGO-CALC TO WS-SIND-TOTAL
               ELSE
                   ADD 1 TO WS-CONF-COUNT
                   ADD WS-PAGO-CALC TO WS-CONF-TOTAL
               END-IF.

      *IMPRIME EL DESGLOSE POR DEPARTAMENTO USANDO DEP-MAST PARA
      *EL NOMBRE, INCLUYENDO DEPARTAMENTOS SIN PLANTILLA ACTUAL.
      *DEP-MAST SE RECORRE POR LA LLAVE ALTERNA DE DIVISION.
           200-REPORTE-DEPTO.
               READ DEP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG-DEPT
                   NOT AT END
                       IF WS-PRIMERO = 'N'
                           AND DM-DIV-CLV NOT = WS-DIV-ANT
                           PERFORM 210-SUBTOTAL-DIV
                       END-IF
                       MOVE 'N' TO WS-PRIMERO
                       MOVE DM-DIV-CLV TO WS-DIV-ANT
                       COMPUTE WS-DEPT-IDX = DM-CLV-DEP + 1
                       MOVE DM-NOM-DEP TO WS-LD-NOM-DEP
                       MOVE WS-DEPT-COUNT(WS-DEPT-IDX) TO WS-LD-COUNT
                       MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-LD-TOTAL
                       DISPLAY WS-L-DEPT
                       ADD WS-DEPT-COUNT(WS-DEPT-IDX) TO WS-DV-COUNT
                       ADD WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-DV-TOTAL
               END-READ.

           210-SUBTOTAL-DIV.
               MOVE '(SIN DIVISION)' TO WS-DV-NOM
               IF WS-DIV-ANT NOT = 0 AND WS-CON-DIV = 'S'
                   MOVE WS-DIV-ANT TO DV-CLV
                   READ DIV-MAST KEY IS DV-CLV
                       INVALID KEY
                           MOVE '(NO CATALOGADA)' TO WS-DV-NOM
                       NOT INVALID KEY
                           MOVE DV-NOM TO WS-DV-NOM
                   END-READ
               END-IF
               MOVE WS-DIV-ANT TO WS-LV-CLV
               MOVE WS-DV-NOM TO WS-LV-NOM
               MOVE WS-DV-COUNT TO WS-LV-COUNT
               MOVE WS-DV-TOTAL TO WS-LV-TOTAL
               DISPLAY WS-L-DIV
               DISPLAY ' '
               MOVE 0 TO WS-DV-COUNT
               MOVE 0 TO WS-DV-TOTAL.

           300-REPORTE-TAB.
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > 3
                   END-IF
               END-PERFORM.

           450-REPORTE-SINDICATO.
               MOVE 'SINDICALIZADA' TO WS-LS-TIPO
               MOVE WS-SIND-COUNT TO WS-LS-COUNT
               MOVE WS-SIND-TOTAL TO WS-LS-TOTAL
               DISPLAY WS-L-SND
               MOVE 'DE CONFIANZA' TO WS-LS-TIPO
               MOVE WS-CONF-COUNT TO WS-LS-COUNT
               MOVE WS-CONF-TOTAL TO WS-LS-TOTAL
               DISPLAY WS-L-SND.

      *PERSISTE LA FOTO DE ESTA CORRIDA (UN RENGLON POR DEPTO) EN
      *EL HISTORIAL FECHADO QUE LEE EL REPORTE DE TENDENCIA. SOLO
      *SE GUARDAN LOS DEPARTAMENTOS CON PLANTILLA (ACTIVA O NO).
           500-GUARDA-SNAPSHOT.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY-SNAP
               MOVE WS-DASHHIST-PATH-DFLT TO WS-DASHHIST-PATH
                   OPEN OUTPUT DASH-HIST
               END-IF
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > 1000
                   IF WS-DEPT-COUNT(WS-DEPT-IDX) > 0
                       OR WS-DEPT-INACT(WS-DEPT-IDX) > 0
                       MOVE WS-HOY-SNAP TO DH-FECHA
                       COMPUTE DH-CLV-DEP = WS-DEPT-IDX - 1
                       MOVE WS-DEPT-COUNT(WS-DEPT-IDX) TO DH-ACTIVOS
                       MOVE WS-DEPT-INACT(WS-DEPT-IDX)
                           TO DH-INACTIVOS
                       MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO DH-NOMINA
                       WRITE DSH-REC
                   END-IF
               END-PERFORM
               CLOSE DASH-HIST
               DISPLAY 'SNAPSHOT GUARDADO EN EL HISTORIAL: '
                   WS-HOY-SNAP.

           COPY SNDMLKUP.
           COPY EMPCHKLKUP.
           COPY PAYCALCLKUP.
