      *DE INSUMOS YA CONSUMIDOS (RETROACTIVOS, PRORRATEOS,    *
      *AUSENCIAS) SALEN COMO DESCUADRE EXPLICABLE: EL REPORTE *
      *MUESTRA AMBAS CIFRAS Y EL AUDITOR DECIDE.              *
      *EL NETO SUMA LOS VIATICOS EXENTOS Y EL ANTICIPO DE     *
      *VIAJE ENTREGADO (DEDDET 'Y'), QUE NO ESTAN EN EL BRUTO.*
      *LOS GRAVADOS SI ESTAN: SE SUMAN AL BRUTO RECALCULADO Y *
      *SE QUITAN DE LA BASE DE LAS DEDUCCIONES.               *
      *PARA LOS GRUPOS REGULARES ES EL PASO 04 DEL CICLO      *
      *(CYC-CTL): ESPERA LA VARIACION YA REVISADA Y, CON      *
      *DESCUADRES, QUEDA CON EXCEPCIONES HASTA QUE UN         *
      *SUPERVISOR LOS FIRME EN DYN-CICLO.                     *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY ENRFILE.
           COPY GARFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY DETFILE.
           COPY CYCFILE.
           COPY OPERFILE.
           COPY SESFILE.

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
           COPY ENRFD.
           COPY GARFD.
           COPY SHFFD.
           COPY VARFD.
           COPY DETFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY PAYHSTAT.
           COPY TAXSTAT.
           COPY BENSTAT.
           COPY ENRSTAT.
           COPY GARSTAT.
           COPY DETSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-GRUPO                     PIC X.
       01 WS-ANO                       PIC X(04).
       01 WS-REVISADOS                 PIC 9(05) VALUE 0.
       01 WS-DESCUADRES                PIC 9(05) VALUE 0.
       01 WS-CRUCE-MAL                 PIC 9(05) VALUE 0.
       01 WS-VIAT-NETO                 PIC 9(07)V99.
       01 WS-VIAT-GRV                  PIC 9(07)V99.
      *VIATICOS DEL GRUPO/PERIODO POR EMPLEADO (DEDDET 'Y'), PARA
      *CUADRAR EL BRUTO Y EL NETO.
           COPY VIATWS.

      *CAMPOS DEL MAESTRO PRESTADOS PARA RECALCULAR CON LAS
      *HORAS DEL RENGLON; SE RESTAURAN PORQUE EL MAESTRO AQUI
       01 WS-YT-TABLA.
           05 WS-YT-ENT OCCURS 2000 TIMES.
               10 WS-YT-ID             PIC 9(06).
               10 WS-YT-SUMA           PIC 9(09)V99.
       01 WS-YT-USADOS                 PIC 9(04) VALUE 0.
       01 WS-YT-TRUNCADO               PIC X VALUE 'N'.
       01 WS-YT-I                      PIC 9(04).
           PERFORM 045-PIDE-GRUPO.
           DISPLAY 'PERIODO A AUDITAR (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNPYAUD' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           MOVE WS-PH-PERIODO(1:4) TO WS-ANO.
           MOVE SPACES TO WS-TAX-VIG-PIDE.
           STRING WS-PH-PERIODO '01' DELIMITED BY SIZE
               INTO WS-TAX-VIG-PIDE.
           MOVE 'N' TO WS-GARN-APLICA.
           MOVE 'S' TO WS-SUB-APLICA.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 070-CARGA-VIATICOS.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 100-RECORRE UNTIL WS-FLAG = 1.
               DISPLAY 'OJO: MAS DE 2000 EMPLEADOS EN EL CRUCE, '
                   'TABLA TRUNCADA'
           END-IF.
           IF WS-DESCUADRES = 0 AND WS-CRUCE-MAL = 0
               MOVE 'C' TO WS-CYC-RES
           ELSE
               MOVE 'E' TO WS-CYC-RES
           END-IF.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           045-PIDE-GRUPO.
                   PERFORM 045-PIDE-GRUPO
               END-IF.

      *EN LOS GRUPOS REGULARES LA AUDITORIA ESPERA A QUE LA
      *VARIACION DEL CICLO ESTE COMPLETA O FIRMADA.
           050-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 4 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'AUDITORIA RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *LOS VIATICOS DEL GRUPO/PERIODO (DEDDET 'Y') SE JUNTAN POR
      *EMPLEADO EN UNA SOLA PASADA ANTES DE RECORRER EL HISTORICO.
      *LOS RENGLONES SIN GRUPO SON ANTERIORES AL CAMPO Y SE TOMAN.
           070-CARGA-VIATICOS.
               MOVE WS-PH-PERIODO TO WS-VT-PERIODO
               MOVE WS-GRUPO TO WS-VT-GRUPO
               PERFORM 972-VIA-CARGA-DED.

      *CADA RENGLON DEL HISTORICO SUMA AL CRUCE ANUAL; LOS DEL
      *GRUPO/PERIODO AUDITADO ADEMAS SE RECALCULAN.
           100-RECORRE.
               PERFORM 912-CALCULA-PAGO
               MOVE WS-HORAS-SAVE TO HORAS-TRAB
               MOVE WS-EXTRA-SAVE TO HORAS-EXTRA
      *LOS VIATICOS GRAVADOS VAN DENTRO DEL BRUTO GUARDADO PERO NO
      *SALEN DEL MAESTRO: SE SUMAN AL RECALCULO ANTES DE CRUZAR.
               PERFORM 310-SUMA-VIATICOS
               ADD WS-VIAT-GRV TO WS-PAGO-CALC
               IF WS-PAGO-CALC NOT = PH-PAGO-BRUTO
                   DISPLAY 'DESCUADRE BRUTO ID ' PH-ID-EMPL
                       ': GUARDADO ' PH-PAGO-BRUTO
      *RECALCULAN SIN MOVER SALDOS; LO DEDUCIDO POR PRESTAMOS,
      *AHORRO O CUOTA IMSS TAMBIEN VIVE EN PH-DEDUC, ASI QUE UN
      *RECALCULO MENOR AL GUARDADO PUEDE SER EXPLICABLE Y EL
      *AUDITOR LO VE CON AMBAS CIFRAS. COMO EN LA NOMINA, SE
      *CALCULAN SOBRE EL SUELDO SIN LOS VIATICOS GRAVADOS.
               MOVE PH-PAGO-BRUTO TO WS-PAGO-CALC
               PERFORM 916-CALCULA-ISR
               SUBTRACT WS-VIAT-GRV FROM WS-PAGO-CALC
               PERFORM 920-CALCULA-BENEF
               PERFORM 923-CALCULA-GARN
               COMPUTE WS-PAGO-CALC = WS-BEN-CALC + WS-GARN-CALC
                   ADD 1 TO WS-DESCUADRES
               END-IF
      *EL NETO SE CRUZA CONTRA LA ARITMETICA DEL PROPIO RENGLON:
      *BRUTO - ISR - DEDUCCIONES GUARDADOS, MAS LO QUE DE
      *VIATICOS SE PAGO FUERA DEL BRUTO.
               COMPUTE WS-PAGO-CALC =
                   PH-PAGO-BRUTO - PH-ISR - PH-DEDUC + WS-VIAT-NETO
               IF WS-PAGO-CALC NOT = PH-NETO
                   DISPLAY 'DESCUADRE NETO ID ' PH-ID-EMPL
                       ': GUARDADO ' PH-NETO
                   ADD 1 TO WS-DESCUADRES
               END-IF.

      *LO PAGADO DE VIATICOS FUERA DEL BRUTO (EXENTO Y ANTICIPO
      *ENTREGADO) Y LO GRAVADO QUE VA DENTRO DE EL.
           310-SUMA-VIATICOS.
               MOVE 0 TO WS-VIAT-NETO
               MOVE 0 TO WS-VIAT-GRV
               MOVE PH-ID-EMPL TO WS-VT-PIDE
               PERFORM 972-VIA-BUSCA
               IF WS-VT-ENC > 0
                   COMPUTE WS-VIAT-NETO = WS-VT-EXE(WS-VT-ENC)
                       + WS-VT-ANTP(WS-VT-ENC)
                   MOVE WS-VT-GRV(WS-VT-ENC) TO WS-VIAT-GRV
               END-IF.

           400-SUMA-CRUCE.
               MOVE 0 TO WS-YT-ENC
               MOVE 1 TO WS-YT-I
           COPY BENLKUP.
           COPY GARLKUP.
           COPY DETLKUP.
           COPY VIATLKUP.
           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
