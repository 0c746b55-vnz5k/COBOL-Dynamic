      *EL COSTO DE UN EMPLEADO CON REPARTO EN ALLOC-MAST       *
      *(DYN-ALCMNT) SE DISTRIBUYE ENTRE SUS DEPARTAMENTOS      *
      *SEGUN SUS PORCENTAJES ANTES DE TOTALIZAR; SIN REPARTO   *
      *TODO VA A SU CLV-DEP DE CASA, COMO SIEMPRE. LOS        *
      *DEPARTAMENTOS SALEN AGRUPADOS POR DIVISION (DM-DIV-CLV, *
      *CATALOGO DIV-MAST) CON SUBTOTAL AL CAMBIO DE DIVISION   *
      *Y GRAN TOTAL AL FINAL.                                  *
      *LA PLANTILLA SE PARTE EN SINDICALIZADA (AFILIACION      *
      *VIGENTE EN SND-MEM) Y DE CONFIANZA (SIN AFILIACION).    *
      *********************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SNAPFILE.
           COPY DEPFILE.
           COPY DIVFILE.
           COPY ALCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY SPLFILE.
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
           05 SUC-CLV                    PIC X(03).

           COPY DEPFD.
           COPY DIVFD.
           COPY ALCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY SPLFD.
           COPY SNDFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY SNAPSTAT.
           COPY SPLSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY ALCSTAT.
           COPY DIVSTAT.
           COPY SNDSTAT.
       01 WS-FLAG-DEPT                 PIC 9 VALUE 0.
       01 WS-FLAG-EMP                  PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.

      *ACUMULADO POR DEPARTAMENTO EN UNA SOLA PASADA (CLV-DEP
      *0-999; SUBSCRIPT ES CLV-DEP + 1). EL CONTEO DE PLANTILLA ES POR
      *DEPTO DE CASA; EL COSTO SE REPARTE SEGUN ALLOC-MAST.
       01 WS-CIA-FILTRO                PIC X(02).

       01 WS-DEP-TABLA.
           05 WS-DT-ENT OCCURS 1000 TIMES.
               10 WS-DT-COUNT          PIC 9(05).
               10 WS-DT-TOTAL          PIC 9(09)V99.
               10 WS-DT-SIND           PIC 9(05).
       01 WS-DT-IX                     PIC 9(04).

      *SUBTOTAL DE LA DIVISION EN CURSO Y GRAN TOTAL.
       01 WS-CON-DIV                   PIC X VALUE 'N'.
       01 WS-DIV-ANT                   PIC 9(02).
       01 WS-PRIMERO                   PIC X VALUE 'S'.
       01 WS-DV-COUNT                  PIC 9(06) VALUE 0.
       01 WS-DV-TOTAL                  PIC 9(10)V99 VALUE 0.
       01 WS-DV-SIND                   PIC 9(06) VALUE 0.
       01 WS-GT-COUNT                  PIC 9(06) VALUE 0.
       01 WS-GT-TOTAL                  PIC 9(10)V99 VALUE 0.
       01 WS-GT-SIND                   PIC 9(06) VALUE 0.
       01 WS-ALC-MONTO                 PIC 9(07)V99.

       01 WS-LINEA.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-COUNT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-SIND                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-CONF                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOTAL               PIC ZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-DIV.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'DIVISION '.
           05 WS-LD-CLV                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-LD-NOM                PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-SIND               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-CONF               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LD-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(20) VALUE 'DEPARTAMENTO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'PLANTIL'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'SINDIC'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONFIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'COSTO MENSUAL'.

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
           PERFORM 200-REPORTA UNTIL WS-FLAG-DEPT = 1.
           IF WS-PRIMERO = 'N'
               PERFORM 210-SUBTOTAL
           END-IF.
           CLOSE DEP-MAST.
           IF WS-CON-DIV = 'S'
               CLOSE DIV-MAST
           END-IF.
           CLOSE EMPLEADO.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-L-NOM-DEP.
           MOVE 'TOTAL GENERAL' TO WS-L-NOM-DEP.
           MOVE WS-GT-COUNT TO WS-L-COUNT.
           MOVE WS-GT-SIND TO WS-L-SIND.
           COMPUTE WS-L-CONF = WS-GT-COUNT - WS-GT-SIND.
           MOVE WS-GT-TOTAL TO WS-L-TOTAL.
           MOVE WS-LINEA TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

                       PERFORM 912-CALCULA-PAGO
                       COMPUTE WS-DT-IX = CLV-DEP + 1
                       ADD 1 TO WS-DT-COUNT(WS-DT-IX)
                       PERFORM 938-SND-MIEMBRO
                       IF WS-SND-CLV NOT = SPACES
                           ADD 1 TO WS-DT-SIND(WS-DT-IX)
                       END-IF
                       PERFORM 939-CARGA-REPARTO
                       PERFORM 110-REPARTE
                           VARYING WS-ALC-IX FROM 1 BY 1
                           UNTIL WS-ALC-IX > WS-ALC-USADOS
                   END-IF
               END-READ.

           110-REPARTE.
               COMPUTE WS-DT-IX = WS-ALC-DEP(WS-ALC-IX) + 1
               COMPUTE WS-ALC-MONTO ROUNDED =
                   WS-PAGO-CALC * WS-ALC-PCT(WS-ALC-IX) / 100
               ADD WS-ALC-MONTO TO WS-DT-TOTAL(WS-DT-IX).

      *DEP-MAST SE RECORRE POR SU LLAVE ALTERNA DE DIVISION; AL
      *CAMBIAR DE DIVISION SALE EL SUBTOTAL DE LA ANTERIOR.
           200-REPORTA.
               READ DEP-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG-DEPT
               NOT AT END
                   IF WS-PRIMERO = 'N' AND DM-DIV-CLV NOT = WS-DIV-ANT
                       PERFORM 210-SUBTOTAL
                   END-IF
                   MOVE 'N' TO WS-PRIMERO
                   MOVE DM-DIV-CLV TO WS-DIV-ANT
                   COMPUTE WS-DT-IX = DM-CLV-DEP + 1
                   MOVE DM-NOM-DEP TO WS-L-NOM-DEP
                   MOVE WS-DT-COUNT(WS-DT-IX) TO WS-L-COUNT
                   MOVE WS-DT-SIND(WS-DT-IX) TO WS-L-SIND
                   COMPUTE WS-L-CONF = WS-DT-COUNT(WS-DT-IX)
                       - WS-DT-SIND(WS-DT-IX)
                   MOVE WS-DT-TOTAL(WS-DT-IX) TO WS-L-TOTAL
                   MOVE WS-LINEA TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   ADD WS-DT-COUNT(WS-DT-IX) TO WS-DV-COUNT
                   ADD WS-DT-SIND(WS-DT-IX) TO WS-DV-SIND
                   ADD WS-DT-TOTAL(WS-DT-IX) TO WS-DV-TOTAL
               END-READ.

           210-SUBTOTAL.
               MOVE WS-DIV-ANT TO WS-LD-CLV
               PERFORM 220-NOM-DIVISION
               MOVE WS-DV-COUNT TO WS-LD-COUNT
               MOVE WS-DV-SIND TO WS-LD-SIND
               COMPUTE WS-LD-CONF = WS-DV-COUNT - WS-DV-SIND
               MOVE WS-DV-TOTAL TO WS-LD-TOTAL
               MOVE WS-LINEA-DIV TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               ADD WS-DV-COUNT TO WS-GT-COUNT
               ADD WS-DV-SIND TO WS-GT-SIND
               ADD WS-DV-TOTAL TO WS-GT-TOTAL
               MOVE 0 TO WS-DV-COUNT
               MOVE 0 TO WS-DV-SIND
               MOVE 0 TO WS-DV-TOTAL.

           220-NOM-DIVISION.
               MOVE '(SIN DIVISION)' TO WS-LD-NOM
               IF WS-DIV-ANT NOT = 0 AND WS-CON-DIV = 'S'
                   MOVE WS-DIV-ANT TO DV-CLV
                   READ DIV-MAST KEY IS DV-CLV
                       INVALID KEY
                           MOVE '(NO CATALOGADA)' TO WS-LD-NOM
                       NOT INVALID KEY
                           MOVE DV-NOM TO WS-LD-NOM
                   END-READ
               END-IF.

           COPY ALCLKUP.
           COPY SNDMLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
           COPY PAYCALCLKUP.
