      *********************************************************
      *PROGRAMA - CONCILIACION DE LAS CUENTAS DE PASIVO DE    *
      *NOMINA CONTRA LA BALANZA DE COMPROBACION. LEE EL       *
      *EXTRACTO DE BALANZA QUE ENVIA FINANZAS (SALDO POR      *
      *COMPANIA, CUENTA Y MES) Y COMPARA CADA CUENTA CON EL   *
      *SUBMAYOR DE LA NOMINA QUE LE ASIGNA GLR-MAP            *
      *(DYN-GLRMNT), AL CIERRE DE ESE MES: RETENCIONES NO     *
      *ENTERADAS (REM-CTL), CHEQUES EN CIRCULACION (CHK-REG), *
      *PAGO RETENIDO Y DEPOSITOS DEVUELTOS (HLD-PAG, DVL-CTL),*
      *SALDOS DEL FONDO DE AHORRO (SAV-MAST), PROVISION DE    *
      *VACACIONES (VAC-PROV) Y SUELDOS DEVENGADOS SIN REVERSAR*
      *(DEV-PROV). MUESTRA LA DIFERENCIA POR CUENTA Y MES Y,  *
      *EN LAS QUE NO CUADRAN (O EN TODAS SI SE PIDE), EL      *
      *DETALLE DE LAS PARTIDAS QUE FORMAN NUESTRO LADO. LAS   *
      *RETENCIONES NO SE LLEVAN POR COMPANIA (SALVO EL        *
      *IMPUESTO ESTATAL) Y CHEQUES Y AHORRO SE TOMAN COMO     *
      *ESTAN HOY, ASI QUE UN MES VIEJO PUEDE DIFERIR POR LO   *
      *PAGADO DESPUES. SALE AL SPOOL.                         *
      *********************************************************
      *********************************************************
      *LAYOUT DEL EXTRACTO DE BALANZA (UN RENGLON POR CUENTA  *
      *Y MES):                                                *
      *  POS 01-02  COMPANIA      PIC X(02)                   *
      *  POS 04-11  CUENTA        PIC X(08)                   *
      *  POS 13-18  MES           PIC X(06) (AAAAMM)          *
      *  POS 20-31  SALDO         PIC 9(10)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *  POS 33-33  SIGNO         PIC X ('-' = SALDO DEUDOR;  *
      *                           EL PASIVO ES ACREEDOR)      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-GLREC.

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

           SELECT BAL-IN ASSIGN TO WS-BALIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAL-STATUS.
           COPY GLRFILE.
           COPY REMFILE.
           COPY CHKRFILE.
           COPY HLDFILE.
           COPY DVLFILE.
           COPY SAVFILE.
           COPY VPRFILE.
           COPY DVPFILE.
           COPY SPLFILE.

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

       FD BAL-IN.
       01 BAL-REC.
           05 BI-CIA                   PIC X(02).
           05 FILLER                   PIC X.
           05 BI-CUENTA                PIC X(08).
           05 FILLER                   PIC X.
           05 BI-PERIODO               PIC X(06).
           05 FILLER                   PIC X.
           05 BI-SALDO                 PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 BI-SIGNO                 PIC X.
           COPY GLRFD.
           COPY REMFD.
           COPY CHKRFD.
           COPY HLDFD.
           COPY DVLFD.
           COPY SAVFD.
           COPY VPRFD.
           COPY DVPFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY GLRSTAT.
           COPY REMSTAT.
           COPY CHKRSTAT.
           COPY HLDSTAT.
           COPY DVLSTAT.
           COPY SAVSTAT.
           COPY VPRSTAT.
           COPY DVPSTAT.
           COPY SPLSTAT.
       01 WS-BAL-STATUS                PIC X(02).
       01 WS-BALIN-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BALIN.TXT'.
       01 WS-BALIN-PATH                PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.

      *PARAMETROS: COMPANIA, MES (SPACES = TODOS LOS DEL EXTRACTO)
      *Y SI SE DESGLOSAN TAMBIEN LAS CUENTAS QUE CUADRAN.
       01 WS-CIA                       PIC X(02).
       01 WS-MES                       PIC X(06).
       01 WS-DETALLE                   PIC X.

      *SUBMAYORES DE LA COMPANIA (GLR-MAP) Y SI LA CUENTA VINO EN
      *EL EXTRACTO.
       01 WS-GLR-N                     PIC 9(03) VALUE 0.
       01 WS-GLR-TABLA.
           05 WS-GLR-ENT OCCURS 200 TIMES.
               10 WS-GLR-CTA           PIC X(08).
               10 WS-GLR-SUB           PIC X.
               10 WS-GLR-REM           PIC X.
               10 WS-GLR-DESC          PIC X(30).
               10 WS-GLR-VISTO         PIC X.
       01 WS-GX                        PIC 9(03).

      *SUBMAYORES OPCIONALES: SIN ARCHIVO ESE LADO VALE CERO.
       01 WS-CON-REM                   PIC X VALUE 'N'.
       01 WS-CON-CHK                   PIC X VALUE 'N'.
       01 WS-CON-HLP                   PIC X VALUE 'N'.
       01 WS-CON-DVL                   PIC X VALUE 'N'.
       01 WS-CON-SAV                   PIC X VALUE 'N'.
       01 WS-CON-VPR                   PIC X VALUE 'N'.
       01 WS-CON-DVP                   PIC X VALUE 'N'.

      *MES AL CIERRE DEL CUAL SE VALUA NUESTRO LADO Y SI SE
      *ESCRIBE EL DETALLE DE LAS PARTIDAS.
       01 WS-CORTE                     PIC X(06).
       01 WS-DRILL                     PIC X.
       01 WS-VP-MAX                    PIC X(06).
       01 WS-ID-BUSCA                  PIC 9(06).
       01 WS-EMP-CIA-OK                PIC X.
       01 WS-DET-TEXTO                 PIC X(54).
       01 WS-DET-IMP                   PIC 9(10)V99.

       01 WS-GL                        PIC S9(10)V99.
       01 WS-NOMINA                    PIC 9(10)V99.
       01 WS-DIF                       PIC S9(10)V99.

       01 WS-CUENTAS                   PIC 9(05) VALUE 0.
       01 WS-CUADRAN                   PIC 9(05) VALUE 0.
       01 WS-DIFIEREN                  PIC 9(05) VALUE 0.
       01 WS-SIN-SUB                   PIC 9(05) VALUE 0.
       01 WS-FALTANTES                 PIC 9(05) VALUE 0.
       01 WS-TOT-DIF                   PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DIF-ED                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA.
           05 WS-L-CUENTA              PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-PERIODO             PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-SUB                 PIC X.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-GL                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-NOMINA              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-DIF                 PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-MARCA               PIC X(12).
       01 WS-LINEA-DET.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-LD-TEXTO              PIC X(54).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LD-IMPORTE            PIC -ZZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CONCILIACION DE PASIVOS DE NOMINA CONTRA '
               'BALANZA'.
           DISPLAY SEP.
           PERFORM 040-PIDE-PARAMETROS.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 050-CARGA-SUBMAYORES.
           PERFORM 060-ABRE-SUBMAYORES.
           MOVE WS-BALIN-PATH-DFLT TO WS-BALIN-PATH.
           DISPLAY 'BALIN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BALIN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BALIN-PATH = SPACES
               MOVE WS-BALIN-PATH-DFLT TO WS-BALIN-PATH
           END-IF.
           OPEN INPUT BAL-IN.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'SIN EXTRACTO DE BALANZA. FILE STATUS: '
                   WS-BAL-STATUS
               PERFORM 070-CIERRA-SUBMAYORES
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 'DYN-GLREC' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'CIA ' WS-CIA ' MES ' WS-MES
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           IF WS-MES = SPACES
               STRING '     PASIVOS DE NOMINA CONTRA BALANZA   CIA '
                   WS-CIA '   TODOS LOS MESES DEL EXTRACTO'
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
           ELSE
               STRING '     PASIVOS DE NOMINA CONTRA BALANZA   CIA '
                   WS-CIA '   MES ' WS-MES
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
           END-IF.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'CUENTA   MES    S        SALDO GL    SALDO NOMINA'
               TO WS-SPL-LINEA.
           MOVE '      DIFERENCIA' TO WS-SPL-LINEA(50:16).
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 100-BALANZA UNTIL WS-FLAG = 1.
           IF WS-MES NOT = SPACES
               PERFORM 300-FALTANTES
                   VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GLR-N
           END-IF.
           MOVE WS-TOT-DIF TO WS-TOT-DIF-ED.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'CUENTAS: ' WS-CUENTAS '  CUADRAN: ' WS-CUADRAN
               '  CON DIFERENCIA: ' WS-DIFIEREN
               '  SIN SUBMAYOR: ' WS-SIN-SUB
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'DIFERENCIA TOTAL: ' WS-TOT-DIF-ED
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-FALTANTES > 0
               MOVE SPACES TO WS-SPL-LINEA
               STRING 'CUENTAS CON SUBMAYOR QUE NO VINIERON EN LA '
                   'BALANZA: ' WS-FALTANTES
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           CLOSE BAL-IN.
           PERFORM 070-CIERRA-SUBMAYORES.
           CLOSE EMPLEADO.
           DISPLAY 'CUENTAS: ' WS-CUENTAS '  CON DIFERENCIA: '
               WS-DIFIEREN '  DIFERENCIA TOTAL: ' WS-TOT-DIF-ED.
           STOP RUN.

           040-PIDE-PARAMETROS.
               DISPLAY 'COMPANIA A CONCILIAR (01 = LA ORIGINAL):'
               ACCEPT WS-CIA
               IF WS-CIA = SPACES
                   PERFORM 040-PIDE-PARAMETROS
               ELSE
                   PERFORM 045-PIDE-MES
                   DISPLAY 'DESGLOSAR TAMBIEN LAS CUENTAS QUE CUADRAN?'
                       ' S/N'
                   ACCEPT WS-DETALLE
               END-IF.

           045-PIDE-MES.
               DISPLAY 'MES (AAAAMM; ENTER = TODOS LOS DEL EXTRACTO):'
               MOVE SPACES TO WS-MES
               ACCEPT WS-MES
               IF WS-MES NOT = SPACES AND WS-MES NOT NUMERIC
                   DISPLAY 'MES INVALIDO'
                   PERFORM 045-PIDE-MES
               END-IF.

      *SIN CATALOGO DE SUBMAYORES NO HAY CONTRA QUE CONCILIAR.
       050-CARGA-SUBMAYORES.
           MOVE WS-GLRMAP-PATH-DFLT TO WS-GLRMAP-PATH.
           DISPLAY 'GLRMAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLRMAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLRMAP-PATH = SPACES
               MOVE WS-GLRMAP-PATH-DFLT TO WS-GLRMAP-PATH
           END-IF.
           OPEN INPUT GLR-MAP.
           IF WS-GLR-STATUS NOT = '00'
               DISPLAY 'SIN SUBMAYORES DE LAS CUENTAS (DYN-GLRMNT). '
                   'FILE STATUS: ' WS-GLR-STATUS
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-CIA TO GR-CIA.
           MOVE LOW-VALUES TO GR-CUENTA.
           MOVE 0 TO WS-LEE-FLAG.
           START GLR-MAP KEY IS NOT LESS THAN GR-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 051-LEE-SUBMAYOR UNTIL WS-LEE-FLAG = 1.
           CLOSE GLR-MAP.
           IF WS-GLR-N = 0
               DISPLAY 'LA COMPANIA ' WS-CIA ' NO TIENE CUENTAS CON '
                   'SUBMAYOR (DYN-GLRMNT).'
               CLOSE EMPLEADO
               STOP RUN
           END-IF.

           051-LEE-SUBMAYOR.
               READ GLR-MAP NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF GR-CIA NOT = WS-CIA
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           IF WS-GLR-N < 200
                               ADD 1 TO WS-GLR-N
                               MOVE GR-CUENTA TO WS-GLR-CTA(WS-GLR-N)
                               MOVE GR-SUBMAYOR TO WS-GLR-SUB(WS-GLR-N)
                               MOVE GR-REM-TIPO TO WS-GLR-REM(WS-GLR-N)
                               MOVE GR-DESC TO WS-GLR-DESC(WS-GLR-N)
                               MOVE 'N' TO WS-GLR-VISTO(WS-GLR-N)
                           END-IF
                       END-IF
               END-READ.

       060-ABRE-SUBMAYORES.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN INPUT REM-CTL.
           IF WS-REM-STATUS = '00'
               MOVE 'S' TO WS-CON-REM
           END-IF.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN INPUT CHK-REG.
           IF WS-CHKREG-STATUS = '00'
               MOVE 'S' TO WS-CON-CHK
           END-IF.
           MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH.
           DISPLAY 'HLDPAG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HLDPAG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HLDPAG-PATH = SPACES
               MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
           END-IF.
           OPEN INPUT HLD-PAG.
           IF WS-HLP-STATUS = '00'
               MOVE 'S' TO WS-CON-HLP
           END-IF.
           MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH.
           DISPLAY 'DVLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVLCTL-PATH = SPACES
               MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH
           END-IF.
           OPEN INPUT DVL-CTL.
           IF WS-DVL-STATUS = '00'
               MOVE 'S' TO WS-CON-DVL
           END-IF.
           MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH.
           DISPLAY 'SAVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SAVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SAVMAST-PATH = SPACES
               MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
           END-IF.
           OPEN INPUT SAV-MAST.
           IF WS-SAV-STATUS = '00'
               MOVE 'S' TO WS-CON-SAV
           END-IF.
           MOVE WS-VACPROV-PATH-DFLT TO WS-VACPROV-PATH.
           DISPLAY 'VACPROV_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VACPROV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VACPROV-PATH = SPACES
               MOVE WS-VACPROV-PATH-DFLT TO WS-VACPROV-PATH
           END-IF.
           OPEN INPUT VAC-PROV.
           IF WS-VPR-STATUS = '00'
               MOVE 'S' TO WS-CON-VPR
           END-IF.
           MOVE WS-DEVPROV-PATH-DFLT TO WS-DEVPROV-PATH.
           DISPLAY 'DEVPROV_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEVPROV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEVPROV-PATH = SPACES
               MOVE WS-DEVPROV-PATH-DFLT TO WS-DEVPROV-PATH
           END-IF.
           OPEN INPUT DEV-PROV.
           IF WS-DVP-STATUS = '00'
               MOVE 'S' TO WS-CON-DVP
           END-IF.

       070-CIERRA-SUBMAYORES.
           IF WS-CON-REM = 'S'
               CLOSE REM-CTL
           END-IF.
           IF WS-CON-CHK = 'S'
               CLOSE CHK-REG
           END-IF.
           IF WS-CON-HLP = 'S'
               CLOSE HLD-PAG
           END-IF.
           IF WS-CON-DVL = 'S'
               CLOSE DVL-CTL
           END-IF.
           IF WS-CON-SAV = 'S'
               CLOSE SAV-MAST
           END-IF.
           IF WS-CON-VPR = 'S'
               CLOSE VAC-PROV
           END-IF.
           IF WS-CON-DVP = 'S'
               CLOSE DEV-PROV
           END-IF.

      *UN RENGLON DEL EXTRACTO POR CUENTA Y MES; EL SALDO DE LA
      *BALANZA ES ACREEDOR SALVO QUE TRAIGA SIGNO '-'.
       100-BALANZA.
           READ BAL-IN
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF BI-CIA = WS-CIA
                       AND (WS-MES = SPACES OR BI-PERIODO = WS-MES)
                       PERFORM 110-CUENTA
                   END-IF
           END-READ.

           110-CUENTA.
               ADD 1 TO WS-CUENTAS
               IF BI-SIGNO = '-'
                   COMPUTE WS-GL = 0 - BI-SALDO
               ELSE
                   MOVE BI-SALDO TO WS-GL
               END-IF
               PERFORM 115-BUSCA-CUENTA
                   VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GLR-N
                   OR WS-GLR-CTA(WS-GX) = BI-CUENTA
               MOVE SPACES TO WS-LINEA
               MOVE BI-CUENTA TO WS-L-CUENTA
               MOVE BI-PERIODO TO WS-L-PERIODO
               MOVE WS-GL TO WS-L-GL
               IF WS-GX > WS-GLR-N
                   ADD 1 TO WS-SIN-SUB
                   MOVE '?' TO WS-L-SUB
                   MOVE 'SIN SUBMAYOR' TO WS-L-MARCA
                   MOVE WS-LINEA TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
               ELSE
                   MOVE 'S' TO WS-GLR-VISTO(WS-GX)
                   MOVE BI-PERIODO TO WS-CORTE
                   PERFORM 120-COMPARA
               END-IF.

           115-BUSCA-CUENTA.
               CONTINUE.

      *NUESTRO LADO SE VALUA UNA VEZ PARA LA DIFERENCIA Y OTRA
      *PARA EL DESGLOSE DE LAS PARTIDAS (SOLO SI NO CUADRA O SI
      *SE PIDIO EL DESGLOSE COMPLETO).
           120-COMPARA.
               MOVE 'N' TO WS-DRILL
               PERFORM 200-NOMINA
               COMPUTE WS-DIF = WS-GL - WS-NOMINA
               MOVE WS-GLR-SUB(WS-GX) TO WS-L-SUB
               MOVE WS-NOMINA TO WS-L-NOMINA
               MOVE WS-DIF TO WS-L-DIF
               IF WS-DIF = 0
                   ADD 1 TO WS-CUADRAN
                   MOVE 'CUADRA' TO WS-L-MARCA
               ELSE
                   ADD 1 TO WS-DIFIEREN
                   ADD WS-DIF TO WS-TOT-DIF
                   MOVE '*DIFERENCIA' TO WS-L-MARCA
               END-IF
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               IF WS-DIF NOT = 0 OR WS-DETALLE = 'S'
                   MOVE SPACES TO WS-SPL-LINEA
                   STRING '    ' WS-GLR-DESC(WS-GX)
                       DELIMITED BY SIZE INTO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
                   MOVE 'S' TO WS-DRILL
                   PERFORM 200-NOMINA
               END-IF.

      *NUESTRO LADO DE LA CUENTA AL CIERRE DE WS-CORTE SEGUN SU
      *SUBMAYOR.
       200-NOMINA.
           MOVE 0 TO WS-NOMINA.
           EVALUATE WS-GLR-SUB(WS-GX)
               WHEN 'R' PERFORM 210-RETENCIONES
               WHEN 'C' PERFORM 220-CHEQUES
               WHEN 'H' PERFORM 230-RETENIDOS
               WHEN 'A' PERFORM 240-AHORRO
               WHEN 'V' PERFORM 250-VACACIONES
               WHEN 'D' PERFORM 260-DEVENGADOS
           END-EVALUATE.

      *RETENIDO HASTA EL MES Y NO ENTERADO AL CIERRE (O ENTERADO
      *DESPUES). REM-CTL VA EN ORDEN DE PERIODO.
       210-RETENCIONES.
           IF WS-CON-REM = 'S'
               MOVE LOW-VALUES TO RC-KEY
               MOVE 0 TO WS-LEE-FLAG
               START REM-CTL KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 211-LEE-REM UNTIL WS-LEE-FLAG = 1
           END-IF.

           211-LEE-REM.
               READ REM-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF RC-PERIODO > WS-CORTE
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           IF (WS-GLR-REM(WS-GX) = SPACE
                               OR RC-TIPO = WS-GLR-REM(WS-GX))
                               AND (RC-TIPO NOT = 'E'
                                   OR RC-CLAVE(1:2) = WS-CIA)
                               AND (RC-ENTERADO NOT = 'S'
                                   OR RC-FECHA-ENTERO(1:6) > WS-CORTE)
                               MOVE RC-MONTO TO WS-DET-IMP
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'RETENCION ' RC-PERIODO ' TIPO '
                                   RC-TIPO ' ' RC-CLAVE
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

      *CHEQUES EMITIDOS HASTA EL MES QUE EL BANCO AUN NO PAGA.
       220-CHEQUES.
           IF WS-CON-CHK = 'S'
               MOVE 0 TO CH-NUM
               MOVE 0 TO WS-LEE-FLAG
               START CHK-REG KEY IS NOT LESS THAN CH-NUM
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 221-LEE-CHEQUE UNTIL WS-LEE-FLAG = 1
           END-IF.

           221-LEE-CHEQUE.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF CH-EST = 'E'
                           AND CH-FECHA(1:6) NOT > WS-CORTE
                           MOVE CH-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 280-EMP-CIA
                           IF WS-EMP-CIA-OK = 'S'
                               MOVE CH-MONTO TO WS-DET-IMP
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'CHEQUE ' CH-NUM ' EMPL '
                                   CH-ID-EMPL ' DEL ' CH-FECHA
                                   ' PERIODO ' CH-PERIODO
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

      *NETOS DETENIDOS POR RETENCION DE PAGO Y DEPOSITOS QUE EL
      *BANCO DEVOLVIO, AUN SIN PAGAR.
       230-RETENIDOS.
           IF WS-CON-HLP = 'S'
               MOVE LOW-VALUES TO HP-KEY
               MOVE 0 TO WS-LEE-FLAG
               START HLD-PAG KEY IS NOT LESS THAN HP-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 231-LEE-RETENIDO UNTIL WS-LEE-FLAG = 1
           END-IF.
           IF WS-CON-DVL = 'S'
               MOVE LOW-VALUES TO DL-KEY
               MOVE 0 TO WS-LEE-FLAG
               START DVL-CTL KEY IS NOT LESS THAN DL-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 232-LEE-DEVUELTO UNTIL WS-LEE-FLAG = 1
           END-IF.

           231-LEE-RETENIDO.
               READ HLD-PAG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF HP-EST = 'R'
                           AND HP-FECHA(1:6) NOT > WS-CORTE
                           MOVE HP-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 280-EMP-CIA
                           IF WS-EMP-CIA-OK = 'S'
                               MOVE HP-NETO TO WS-DET-IMP
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'RETENIDO EMPL ' HP-ID-EMPL
                                   ' PERIODO ' HP-PERIODO ' '
                                   HP-GRUPO ' DESDE ' HP-FECHA
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

           232-LEE-DEVUELTO.
               READ DVL-CTL NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF DL-EST = 'D'
                           AND DL-FECHA(1:6) NOT > WS-CORTE
                           MOVE DL-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 280-EMP-CIA
                           IF WS-EMP-CIA-OK = 'S'
                               MOVE DL-NETO TO WS-DET-IMP
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'DEVUELTO EMPL ' DL-ID-EMPL
                                   ' PERIODO ' DL-PERIODO ' '
                                   DL-GRUPO ' DEL ' DL-FECHA
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

      *SALDO DEL EMPLEADO MAS LA APORTACION DE LA EMPRESA.
       240-AHORRO.
           IF WS-CON-SAV = 'S'
               MOVE 0 TO SV-ID-EMPL
               MOVE 0 TO WS-LEE-FLAG
               START SAV-MAST KEY IS NOT LESS THAN SV-ID-EMPL
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 241-LEE-AHORRO UNTIL WS-LEE-FLAG = 1
           END-IF.

           241-LEE-AHORRO.
               READ SAV-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF SV-F-ALTA(1:6) NOT > WS-CORTE
                           AND SV-SALDO-EMP + SV-SALDO-CIA > 0
                           MOVE SV-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 280-EMP-CIA
                           IF WS-EMP-CIA-OK = 'S'
                               COMPUTE WS-DET-IMP =
                                   SV-SALDO-EMP + SV-SALDO-CIA
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'FONDO DE AHORRO EMPL ' SV-ID-EMPL
                                   ' EMPLEADO + EMPRESA'
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

      *LA PROVISION QUE QUEDO POSTEADA AL CIERRE: LA DEL ULTIMO
      *MES PROVISIONADO QUE NO PASA DE WS-CORTE.
       250-VACACIONES.
           IF WS-CON-VPR = 'S'
               MOVE SPACES TO WS-VP-MAX
               MOVE WS-CIA TO VP-CIA
               MOVE LOW-VALUES TO VP-PERIODO
               MOVE 0 TO VP-CLV-DEP
               MOVE 0 TO WS-LEE-FLAG
               START VAC-PROV KEY IS NOT LESS THAN VP-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 251-ULTIMA-PROVISION UNTIL WS-LEE-FLAG = 1
               IF WS-VP-MAX NOT = SPACES
                   MOVE WS-CIA TO VP-CIA
                   MOVE WS-VP-MAX TO VP-PERIODO
                   MOVE 0 TO VP-CLV-DEP
                   MOVE 0 TO WS-LEE-FLAG
                   START VAC-PROV KEY IS NOT LESS THAN VP-KEY
                       INVALID KEY MOVE 1 TO WS-LEE-FLAG
                   END-START
                   PERFORM 252-LEE-PROVISION UNTIL WS-LEE-FLAG = 1
               END-IF
           END-IF.

           251-ULTIMA-PROVISION.
               READ VAC-PROV NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF VP-CIA NOT = WS-CIA
                           OR VP-PERIODO > WS-CORTE
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           MOVE VP-PERIODO TO WS-VP-MAX
                       END-IF
               END-READ.

           252-LEE-PROVISION.
               READ VAC-PROV NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF VP-CIA NOT = WS-CIA
                           OR VP-PERIODO NOT = WS-VP-MAX
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           MOVE VP-IMPORTE TO WS-DET-IMP
                           MOVE SPACES TO WS-DET-TEXTO
                           STRING 'VACACIONES PROVISION ' VP-PERIODO
                               ' DEPTO ' VP-CLV-DEP
                               DELIMITED BY SIZE INTO WS-DET-TEXTO
                           PERFORM 290-PARTIDA
                       END-IF
               END-READ.

      *PROVISIONES DE SUELDOS DEVENGADOS YA POSTEADAS AL CIERRE
      *CUYA REVERSA CAE DESPUES.
       260-DEVENGADOS.
           IF WS-CON-DVP = 'S'
               MOVE WS-CIA TO DV-CIA
               MOVE LOW-VALUES TO DV-PERIODO
               MOVE LOW-VALUE TO DV-GRUPO
               MOVE 0 TO DV-CLV-DEP
               MOVE 0 TO WS-LEE-FLAG
               START DEV-PROV KEY IS NOT LESS THAN DV-KEY
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 261-LEE-DEVENGADO UNTIL WS-LEE-FLAG = 1
           END-IF.

           261-LEE-DEVENGADO.
               READ DEV-PROV NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF DV-CIA NOT = WS-CIA
                           OR DV-PERIODO > WS-CORTE
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           IF DV-MES-POL NOT > WS-CORTE
                               AND DV-MES-REV > WS-CORTE
                               MOVE DV-IMPORTE TO WS-DET-IMP
                               MOVE SPACES TO WS-DET-TEXTO
                               STRING 'DEVENGADOS ' DV-PERIODO
                                   ' GRUPO ' DV-GRUPO ' DEPTO '
                                   DV-CLV-DEP ' REVERSA ' DV-MES-REV
                                   DELIMITED BY SIZE INTO WS-DET-TEXTO
                               PERFORM 290-PARTIDA
                           END-IF
                       END-IF
               END-READ.

      *LA PARTIDA ES DE LA COMPANIA SI SU EMPLEADO LO ES; UN
      *EMPLEADO QUE YA NO ESTA EN EL MAESTRO CUENTA EN LA '01'.
       280-EMP-CIA.
           MOVE 'N' TO WS-EMP-CIA-OK.
           MOVE WS-ID-BUSCA TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   IF WS-CIA = '01'
                       MOVE 'S' TO WS-EMP-CIA-OK
                   END-IF
               NOT INVALID KEY
                   IF CIA-CLV = WS-CIA
                       OR (WS-CIA = '01' AND CIA-CLV = SPACES)
                       MOVE 'S' TO WS-EMP-CIA-OK
                   END-IF
           END-READ.

       290-PARTIDA.
           ADD WS-DET-IMP TO WS-NOMINA.
           IF WS-DRILL = 'S'
               MOVE WS-DET-TEXTO TO WS-LD-TEXTO
               MOVE WS-DET-IMP TO WS-LD-IMPORTE
               MOVE WS-LINEA-DET TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.

      *LAS CUENTAS CON SUBMAYOR QUE NO VINIERON EN EL EXTRACTO DEL
      *MES: LA BALANZA LAS TRAE EN CERO.
       300-FALTANTES.
           IF WS-GLR-VISTO(WS-GX) = 'N'
               ADD 1 TO WS-FALTANTES
               ADD 1 TO WS-CUENTAS
               MOVE WS-MES TO WS-CORTE
               MOVE 0 TO WS-GL
               MOVE SPACES TO WS-LINEA
               MOVE WS-GLR-CTA(WS-GX) TO WS-L-CUENTA
               MOVE WS-MES TO WS-L-PERIODO
               MOVE 0 TO WS-L-GL
               PERFORM 120-COMPARA
           END-IF.

           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
