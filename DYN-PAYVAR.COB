      *SEISCIENTOS TALONES. SOLO COMPARA EL CICLO REGULAR     *
      *(GRUPOS S/M); CORRASE DESPUES DE DYN-PAYRUN Y ANTES DE *
      *DYN-CHKPAY / DYN-DEPEXT.                               *
      *EN MODO 'P' EL PERIODO CALCULADO SE TOMA DE LA         *
      *PRENOMINA DE PRUEBA (PAYHPRE, DYN-PAYRUN MODO P) Y EL  *
      *ANTERIOR DEL HISTORICO REAL, PARA CORREGIR CAPTURAS Y  *
      *REPETIR LA PRUEBA ANTES DE LA CORRIDA REAL.            *
      *EN MODO 'R' ES EL PASO 03 DEL CICLO (CYC-CTL): ESPERA  *
      *A LA CORRIDA REAL Y, SI HAY MARCAS, QUEDA CON          *
      *EXCEPCIONES HASTA QUE UN SUPERVISOR FIRME LA REVISION  *
      *EN DYN-CICLO; SIN ESA FIRMA NO SALEN PAGOS.            *
      *********************************************************

       IDENTIFICATION DIVISION.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY PAYHFILE.
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
           05 SUC-CLV                    PIC X(03).

           COPY PAYHFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PER-ACT                   PIC X(06).
       01 WS-PER-ANT                   PIC X(06).
       01 WS-GRUPO                     PIC X.
       01 WS-PCT-TOL                   PIC 9(03).
       01 WS-DIF                       PIC S9(08)V99.
       01 WS-DIF-ABS                   PIC 9(08)V99.
       01 WS-LIMITE                    PIC 9(08)V99.
       01 WS-MARCAS                    PIC 9(04) VALUE 0.

      *PAREJA DE NETOS POR EMPLEADO (ESTE PERIODO / ANTERIOR).
       01 WS-PV-TABLA.
           05 WS-PV-ENT OCCURS 2000 TIMES.
               10 WS-PV-ID             PIC 9(06).
               10 WS-PV-CUR            PIC 9(07)V99.
               10 WS-PV-ANT            PIC 9(07)V99.
               10 WS-PV-HAY-CUR        PIC X.
               10 WS-PV-HAY-ANT        PIC X.
       01 WS-PV-USADOS                 PIC 9(04) VALUE 0.
       01 WS-PV-PEGA                   PIC X.
       01 WS-LADO                      PIC X.

      *R = LOS DOS PERIODOS DE PAYHIST; P = EL CALCULADO DE LA
      *PRENOMINA DE PRUEBA CONTRA EL ULTIMO YA PAGADO.
       01 WS-MODO                      PIC X.
      *ARCHIVO QUE SE ESTA LEYENDO: P = PAYHPRE, H = PAYHIST.
       01 WS-PV-FUENTE                 PIC X.

      *MARCAS POR DEPARTAMENTO PARA LA PAGINA RESUMEN.
       01 WS-DM-TABLA.
           05 WS-DM-MARCAS             PIC 9(04) OCCURS 1000 TIMES.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY '     VARIACION DE PAGO PERIODO CONTRA PERIODO'.
           DISPLAY SEP.
           PERFORM 040-PIDE-PARAMS.
           IF WS-MODO = 'R'
               MOVE 'DYNPYVAR' TO WS-SES-PROGRAMA
               PERFORM 906-OPER-LOGIN
               PERFORM 045-VERIFICA-CICLO
           END-IF.
           MOVE 0 TO WS-IX.
           PERFORM 050-LIMPIA-DEP 1000 TIMES.
           PERFORM 100-CARGA-PAREJAS.
           IF WS-PV-USADOS = 0
               DISPLAY 'SIN DETALLE EN NINGUNO DE LOS DOS PERIODOS.'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           IF WS-MODO = 'P'
               DISPLAY '--- PRENOMINA DE PRUEBA ' WS-PER-ACT
                   ' CONTRA ' WS-PER-ANT ' PAGADO ---'
           ELSE
               DISPLAY '--- EXCEPCIONES DEL PERIODO ' WS-PER-ACT
                   ' CONTRA ' WS-PER-ANT ' ---'
           END-IF.
           PERFORM 300-REVISA-UNO
               VARYING WS-PV-I FROM 1 BY 1
               UNTIL WS-PV-I > WS-PV-USADOS.
               DISPLAY 'AVISO: MAS DE 2000 EMPLEADOS; LOS '
                   'EXCEDENTES NO SE COMPARARON.'
           END-IF.
           IF WS-MODO = 'R'
               IF WS-MARCAS = 0
                   MOVE 'C' TO WS-CYC-RES
               ELSE
                   MOVE 'E' TO WS-CYC-RES
               END-IF
               PERFORM 982-CICLO-MARCA THRU 982-SALIDA
           END-IF.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           040-PIDE-PARAMS.
               DISPLAY 'PERIODO CALCULADO: PRENOMINA DE PRUEBA(P) '
                   'O YA PAGADO(R):'
               ACCEPT WS-MODO
               IF WS-MODO NOT = 'P' AND WS-MODO NOT = 'R'
                   PERFORM 040-PIDE-PARAMS
               END-IF
               DISPLAY 'PERIODO CALCULADO (AAAAMM):'
               ACCEPT WS-PER-ACT
               DISPLAY 'PERIODO ANTERIOR (AAAAMM):'
                   MOVE 15 TO WS-PCT-TOL
               END-IF.

      *LA REVISION DE VARIACION ESPERA A LA CORRIDA REAL DEL CICLO.
           045-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PER-ACT TO WS-CYC-PERIODO
               MOVE 3 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'REVISION RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           050-LIMPIA-DEP.
               ADD 1 TO WS-IX
               MOVE 0 TO WS-DM-MARCAS(WS-IX).

      *UNA SOLA PASADA POR PAYHIST LLENA LA PAREJA DE NETOS DE
      *CADA EMPLEADO EN LOS DOS PERIODOS DEL CICLO REGULAR. EN
      *MODO P UNA PRIMERA PASADA POR PAYHPRE (MISMO FORMATO) TRAE
      *EL PERIODO CALCULADO Y LA DE PAYHIST SOLO EL ANTERIOR.
       100-CARGA-PAREJAS.
           IF WS-MODO = 'P'
               MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHPRE_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               MOVE 'P' TO WS-PV-FUENTE
               OPEN INPUT PAYHIST
               IF WS-PAYH-STATUS NOT = '00'
                   DISPLAY 'SIN PRENOMINA DE PRUEBA (DYN-PAYRUN MODO '
                       'P). FILE STATUS: ' WS-PAYH-STATUS
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FLAG
               PERFORM 110-LEE UNTIL WS-FLAG = 1
               CLOSE PAYHIST
           END-IF.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           MOVE 'H' TO WS-PV-FUENTE.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG.
                           IF PH-PERIODO = WS-PER-ANT
                               MOVE 'A' TO WS-LADO
                           END-IF
                           IF WS-MODO = 'P'
                               PERFORM 115-FILTRA-FUENTE
                           END-IF
                           IF WS-LADO NOT = SPACE
                               PERFORM 120-PEGA
                           END-IF
                       END-IF
               END-READ.

      *EN MODO P EL CALCULADO SOLO VIENE DE PAYHPRE Y EL ANTERIOR
      *SOLO DE PAYHIST.
           115-FILTRA-FUENTE.
               IF WS-PV-FUENTE = 'P' AND WS-LADO = 'A'
                   MOVE SPACE TO WS-LADO
               END-IF
               IF WS-PV-FUENTE = 'H' AND WS-LADO = 'C'
                   MOVE SPACE TO WS-LADO
               END-IF.

           120-PEGA.
               MOVE 'N' TO WS-PV-PEGA
               PERFORM 121-BUSCA
           DISPLAY SEP.
           DISPLAY '--- MARCAS POR DEPARTAMENTO ---'.
           MOVE 0 TO WS-CLV.
           PERFORM 510-LINEA-DEPTO 1000 TIMES.
           DISPLAY 'TOTAL DE MARCAS: ' WS-MARCAS.
           IF WS-MARCAS = 0
               DISPLAY 'SIN EXCEPCIONES; LOS PAGOS PUEDEN LIBERARSE.'
           ELSE
               DISPLAY 'REVISE LAS MARCAS ANTES DE LIBERAR '
                   'DYN-CHKPAY / DYN-DEPEXT.'
               IF WS-MODO = 'R'
                   DISPLAY 'EL CICLO QUEDA DETENIDO HASTA QUE UN '
                       'SUPERVISOR FIRME LA REVISION EN DYN-CICLO.'
               END-IF
           END-IF.

           510-LINEA-DEPTO.
               ADD 1 TO WS-CLV.

           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
