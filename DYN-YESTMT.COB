      *DETALLE MENSUAL DEL HISTORICO DE PAGOS DEL ANO Y EL    *
      *ACUMULADO YTD-SUE, CON LAS MISMAS CONVENCIONES DE      *
      *ENCABEZADO PAGINADO DE DYN-PAYREG. UNA PAGINA POR      *
      *EMPLEADO PARA PODER IMPRIMIRSE Y REPARTIRSE. AL        *
      *EMPLEADO TRASPASADO ENTRE COMPANIAS EN EL ANO (CIA-TRF,*
      *DYN-CIATRF) LE IMPRIME UN ESTADO POR COMPANIA: CADA    *
      *UNO CON LOS PERIODOS QUE ESA COMPANIA PAGO Y EL        *
      *ACUMULADO QUE SE CERRO AL TRASPASO.                    *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-EMP-STATUS.
           COPY PAYHFILE.
           COPY PAYAFILE.
           COPY CTFFILE.

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

           COPY PAYHFD.
           COPY PAYAFD.
           COPY CTFFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY PAYASTAT.
           COPY CTFSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
      *UN ANO YA CERRADO SE LEE DE SU PARTICION PAYH<AAAA> (LA
      *DEJA LA APERTURA DE ANO); EL ANO EN CURSO, DEL VIVO.
       01 WS-ANO                       PIC X(04).
       01 WS-PAGINA                    PIC 9(05) VALUE 0.
       01 WS-LINEAS-ANO                PIC 9(03) VALUE 0.
       01 WS-TOT-BRUTO                 PIC 9(09)V99 VALUE 0.
       01 WS-TOT-ISR                   PIC 9(09)V99 VALUE 0.
       01 WS-TOT-DEDUC                 PIC 9(09)V99 VALUE 0.
       01 WS-TOT-NETO                  PIC 9(09)V99 VALUE 0.

      *TRASPASOS DEL EMPLEADO EN EL ANO. CADA UNO PARTE EL ANO
      *EN UN TRAMO (DESDE/HASTA, POR PERIODO) CON SU COMPANIA;
      *EL ULTIMO TRAMO ES DE LA COMPANIA QUE TENIA AL CIERRE.
       01 WS-CTF-ABIERTO               PIC X VALUE 'N'.
       01 WS-TR-FLAG                   PIC 9.
       01 WS-TR-N                      PIC 9(02).
       01 WS-TR-TABLA.
           05 WS-TR-ENT OCCURS 12 TIMES.
               10 WS-TR-PERIODO        PIC X(06).
               10 WS-TR-CIA-ANT        PIC X(02).
               10 WS-TR-CIA-NVA        PIC X(02).
               10 WS-TR-YTD            PIC 9(08)V99.
       01 WS-CIA-FINAL                 PIC X(02).
       01 WS-TRAMOS                    PIC 9(02).
       01 WS-SEG                       PIC 9(02).
       01 WS-SEG-DESDE                 PIC X(06).
       01 WS-SEG-HASTA                 PIC X(06).
       01 WS-SEG-CIA                   PIC X(02).
       01 WS-SEG-YTD                   PIC S9(08)V99.
       01 WS-YTD-PREV                  PIC 9(08)V99.

       01 WS-LINEA.
           05 WS-L-PERIODO             PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-BRUTO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-ISR                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-DEDUC               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-NETO                PIC Z,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH.
           DISPLAY 'CIATRF_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIATRF-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIATRF-PATH = SPACES
               MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH
           END-IF.
           OPEN INPUT CIA-TRF.
           IF WS-CTF-STATUS = '00'
               MOVE 'S' TO WS-CTF-ABIERTO
           END-IF.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           IF WS-CTF-ABIERTO = 'S'
               CLOSE CIA-TRF
           END-IF.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'ESTADOS IMPRESOS: ' WS-PAGINA.
                   NOT AT END PERFORM 200-ESTADO
               END-READ.

      *UN ESTADO POR TRAMO DEL ANO; SIN TRASPASOS ES UN SOLO
      *TRAMO CON TODO EL ANO.
           200-ESTADO.
               PERFORM 210-TRASPASOS
               MOVE 0 TO WS-YTD-PREV
               MOVE 0 TO WS-SEG
               COMPUTE WS-TRAMOS = WS-TR-N + 1
               PERFORM 250-TRAMO WS-TRAMOS TIMES.

           210-TRASPASOS.
               MOVE 0 TO WS-TR-N
               MOVE CIA-CLV TO WS-CIA-FINAL
               IF WS-CIA-FINAL = SPACES
                   MOVE '01' TO WS-CIA-FINAL
               END-IF
               IF WS-CTF-ABIERTO = 'S'
                   MOVE 0 TO WS-TR-FLAG
                   MOVE ID-EMPL TO TF-ID-EMPL
                   MOVE SPACES TO TF-PERIODO
                   MOVE WS-ANO TO TF-PERIODO(1:4)
                   MOVE '01' TO TF-PERIODO(5:2)
                   START CIA-TRF KEY IS NOT LESS THAN TF-KEY
                       INVALID KEY MOVE 1 TO WS-TR-FLAG
                   END-START
                   PERFORM 220-LEE-TRASPASO UNTIL WS-TR-FLAG = 1
               END-IF.

      *UN TRASPASO DE UN ANO POSTERIOR DICE QUE COMPANIA TENIA
      *AL CIERRE DE ESTE ANO; UNO QUE RIGE DESDE ENERO NO DEJA
      *RENGLONES EN EL TRAMO ANTERIOR.
           220-LEE-TRASPASO.
               READ CIA-TRF NEXT RECORD
                   AT END MOVE 1 TO WS-TR-FLAG
                   NOT AT END
                       IF TF-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-TR-FLAG
                       ELSE
                           IF TF-PERIODO(1:4) NOT = WS-ANO
                               MOVE TF-CIA-ANT TO WS-CIA-FINAL
                               MOVE 1 TO WS-TR-FLAG
                           ELSE
                               IF WS-TR-N < 12
                                   ADD 1 TO WS-TR-N
                                   MOVE TF-PERIODO TO
                                       WS-TR-PERIODO(WS-TR-N)
                                   MOVE TF-CIA-ANT TO
                                       WS-TR-CIA-ANT(WS-TR-N)
                                   MOVE TF-CIA-NVA TO
                                       WS-TR-CIA-NVA(WS-TR-N)
                                   MOVE TF-YTD-CIERRE TO
                                       WS-TR-YTD(WS-TR-N)
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *EL DETALLE DEL TRAMO SE RECORRE DOS VECES: PRIMERO PARA
      *SABER SI COBRO EN EL (UN INACTIVO SIN PAGOS NO LLEVA
      *ESTADO, NI UN TRAMO ANTERIOR SIN RENGLONES), Y LUEGO PARA
      *IMPRIMIR LOS RENGLONES.
           250-TRAMO.
               ADD 1 TO WS-SEG
               IF WS-SEG = 1
                   MOVE '000000' TO WS-SEG-DESDE
               ELSE
                   MOVE WS-TR-PERIODO(WS-SEG - 1) TO WS-SEG-DESDE
               END-IF
               IF WS-SEG > WS-TR-N
                   MOVE '999999' TO WS-SEG-HASTA
                   MOVE WS-CIA-FINAL TO WS-SEG-CIA
                   COMPUTE WS-SEG-YTD = YTD-SUE - WS-YTD-PREV
               ELSE
                   MOVE WS-TR-PERIODO(WS-SEG) TO WS-SEG-HASTA
                   MOVE WS-TR-CIA-ANT(WS-SEG) TO WS-SEG-CIA
                   COMPUTE WS-SEG-YTD =
                       WS-TR-YTD(WS-SEG) - WS-YTD-PREV
               END-IF
               MOVE 0 TO WS-LINEAS-ANO
               MOVE 0 TO WS-TOT-BRUTO
               MOVE 0 TO WS-TOT-ISR
               MOVE 0 TO WS-TOT-DEDUC
               MOVE 0 TO WS-TOT-NETO
               PERFORM 300-CUENTA-DETALLE
               IF WS-LINEAS-ANO > 0
                   OR (WS-SEG > WS-TR-N AND EMP-STATUS NOT = 'I')
                   PERFORM 400-IMPRIME-ESTADO
               END-IF
               IF WS-SEG NOT > WS-TR-N
                   MOVE WS-TR-YTD(WS-SEG) TO WS-YTD-PREV
               END-IF.

      *LLEGA POR LLAVE AL PRIMER RENGLON DEL EMPLEADO EN EL ANO
                           OR PH-PERIODO(1:4) NOT = WS-ANO
                           MOVE 1 TO WS-FLAG-PH
                       ELSE
                           IF PH-PERIODO NOT < WS-SEG-DESDE
                               AND PH-PERIODO < WS-SEG-HASTA
                               ADD 1 TO WS-LINEAS-ANO
                           END-IF
                       END-IF
               END-READ.

                           OR PA-PERIODO(1:4) NOT = WS-ANO
                           MOVE 1 TO WS-FLAG-PH
                       ELSE
                           IF PA-PERIODO NOT < WS-SEG-DESDE
                               AND PA-PERIODO < WS-SEG-HASTA
                               ADD 1 TO WS-LINEAS-ANO
                           END-IF
                       END-IF
               END-READ.

               DISPLAY 'ID:     ' ID-EMPL
               DISPLAY 'NOMBRE: ' NOM-EMPL
               DISPLAY 'DEPTO:  ' NOM-DEP
               DISPLAY 'CIA:    ' WS-SEG-CIA
               IF WS-SEG NOT > WS-TR-N
                   DISPLAY 'TRASPASADO A LA COMPANIA '
                       WS-TR-CIA-NVA(WS-SEG) ' DESDE EL PERIODO '
                       WS-TR-PERIODO(WS-SEG)
               END-IF
               IF WS-SEG > 1
                   DISPLAY 'VIENE DE LA COMPANIA '
                       WS-TR-CIA-ANT(WS-SEG - 1) ' DESDE EL PERIODO '
                       WS-SEG-DESDE
               END-IF
               DISPLAY SEP
               DISPLAY 'PERIOD         BRUTO      IMPUESTO'
                   '         DEDUC          NETO'
               DISPLAY SEP
               IF WS-USA-PART = 'S'
                   OPEN INPUT PAYH-ANIO
                   ' IMPUESTO: ' WS-TOT-ISR
               DISPLAY '               DEDUC: ' WS-TOT-DEDUC
                   ' NETO:     ' WS-TOT-NETO
               IF WS-TR-N = 0
                   OR (WS-SEG > WS-TR-N AND WS-USA-PART = 'S')
                   DISPLAY 'ACUMULADO EN EL MAESTRO (YTD-SUE): ' YTD-SUE
               ELSE
                   IF WS-SEG > WS-TR-N
                       DISPLAY 'ACUMULADO DESDE EL TRASPASO (YTD-SUE '
                           'MENOS LO CERRADO): ' WS-SEG-YTD
                   ELSE
                       DISPLAY 'ACUMULADO CERRADO AL TRASPASO: '
                           WS-SEG-YTD
                   END-IF
               END-IF
               DISPLAY SEP.

           401-RENGLON.
                           OR PH-PERIODO(1:4) NOT = WS-ANO
                           MOVE 1 TO WS-FLAG-PH
                       ELSE
                           IF PH-PERIODO NOT < WS-SEG-DESDE
                               AND PH-PERIODO < WS-SEG-HASTA
                               MOVE PH-PERIODO TO WS-L-PERIODO
                               MOVE PH-PAGO-BRUTO TO WS-L-BRUTO
                               MOVE PH-ISR TO WS-L-ISR
                               MOVE PH-DEDUC TO WS-L-DEDUC
                               MOVE PH-NETO TO WS-L-NETO
                               DISPLAY WS-LINEA
                               ADD PH-PAGO-BRUTO TO WS-TOT-BRUTO
                               ADD PH-ISR TO WS-TOT-ISR
                               ADD PH-DEDUC TO WS-TOT-DEDUC
                               ADD PH-NETO TO WS-TOT-NETO
                           END-IF
                       END-IF
               END-READ.

                           OR PA-PERIODO(1:4) NOT = WS-ANO
                           MOVE 1 TO WS-FLAG-PH
                       ELSE
                           IF PA-PERIODO NOT < WS-SEG-DESDE
                               AND PA-PERIODO < WS-SEG-HASTA
                               MOVE PA-PERIODO TO WS-L-PERIODO
                               MOVE PA-PAGO-BRUTO TO WS-L-BRUTO
                               MOVE PA-ISR TO WS-L-ISR
                               MOVE PA-DEDUC TO WS-L-DEDUC
                               MOVE PA-NETO TO WS-L-NETO
                               DISPLAY WS-LINEA
                               ADD PA-PAGO-BRUTO TO WS-TOT-BRUTO
                               ADD PA-ISR TO WS-TOT-ISR
                               ADD PA-DEDUC TO WS-TOT-DEDUC
                               ADD PA-NETO TO WS-TOT-NETO
                           END-IF
                       END-IF
               END-READ.

