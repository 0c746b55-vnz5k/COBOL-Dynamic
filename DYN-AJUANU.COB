      *POR EMPLEADO EL INGRESO GRAVABLE Y LO RETENIDO EN      *
      *PAYHIST (EL FONDO DE AHORRO, GRUPO 'F', NO ES SALARIO  *
      *Y SE EXCLUYE), CALCULA EL IMPUESTO ANUAL CAUSADO CON   *
      *LA TARIFA ANU-MAST (DYN-ANUMNT) VIGENTE AL CIERRE      *
      *(CUOTA FIJA MAS PORCENTAJE SOBRE EL EXCEDENTE) Y       *
      *ENCOLA LA DIFERENCIA EN RETRO-PEND CON CONCEPTO 'A':   *
      *LA CORRIDA FINAL DEL ANO LA APLICA CONTRA EL ISR DEL   *
      *PERIODO (POSITIVA RETIENE DE MAS, NEGATIVA DEVUELVE).  *
      *IMPRIME EL REPORTE DE AJUSTE POR EMPLEADO. UN EMPLEADO *
      *QUE YA TIENE RENGLON 'A' DEL ANO SE BRINCA. AL         *
      *EMPLEADO TRASPASADO ENTRE COMPANIAS EN EL ANO          *
      *(CIA-TRF, DYN-CIATRF) SOLO SE LE AJUSTA LO PAGADO Y    *
      *RETENIDO POR SU COMPANIA ACTUAL, DESDE EL PERIODO DEL  *
      *TRASPASO, COMO A UN INGRESO DE MEDIO ANO; LO DE LA     *
      *COMPANIA ANTERIOR QUEDA EN SU PROPIO ESTADO ANUAL.     *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY PAYHFILE.
           COPY ANUFILE.
           COPY RETFILE.
           COPY CTFFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PAYHFD.
           COPY ANUFD.
           COPY RETFD.
           COPY CTFFD.

       WORKING-STORAGE SECTION.
           COPY PAYHSTAT.
           COPY ANUSTAT.
           COPY RETSTAT.
           COPY CTFSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ANO                       PIC X(04).
       01 WS-HOY                       PIC X(08).
       01 WS-VIG-SEL                   PIC X(08).
       01 WS-LIM-SEL                   PIC 9(08).
       01 WS-PCT-SEL                   PIC 9V999.
       01 WS-CUOTA-SEL                 PIC 9(08)V99.
       01 WS-ANU-FLAG                  PIC 9.
       01 WS-IMP-ANUAL                 PIC 9(08)V99.
       01 WS-DIF                       PIC S9(07)V99.
       01 WS-ENCOLADOS                 PIC 9(05) VALUE 0.
       01 WS-BRINCADOS                 PIC 9(05) VALUE 0.

       01 WS-AJ-TABLA.
           05 WS-AJ-ENT OCCURS 2000 TIMES.
               10 WS-AJ-ID             PIC 9(06).
               10 WS-AJ-GRAVABLE       PIC 9(09)V99.
               10 WS-AJ-RETENIDO       PIC 9(08)V99.
       01 WS-AJ-USADOS                 PIC 9(04) VALUE 0.
       01 WS-AJ-TRUNCADO               PIC X VALUE 'N'.
       01 WS-AJ-I                      PIC 9(04).
       01 WS-AJ-ENC                    PIC 9(04).

      *TRASPASOS ENTRE COMPANIAS DEL ANO: POR EMPLEADO, EL
      *PERIODO DESDE EL QUE PAGA SU COMPANIA ACTUAL (EL ULTIMO
      *TRASPASO DEL ANO). LO ANTERIOR NO ENTRA AL AJUSTE.
       01 WS-TF-TABLA.
           05 WS-TF-ENT OCCURS 500 TIMES.
               10 WS-TF-ID             PIC 9(06).
               10 WS-TF-DESDE          PIC X(06).
       01 WS-TF-USADOS                 PIC 9(04) VALUE 0.
       01 WS-TF-I                      PIC 9(04).
       01 WS-TF-ENC                    PIC 9(04).
       01 WS-TF-FLAG                   PIC 9.
       01 WS-TF-EXCLUIDOS              PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

           ACCEPT WS-ANO.
           MOVE SPACES TO WS-VIG-PIDE.
           STRING WS-ANO '1231' DELIMITED BY SIZE INTO WS-VIG-PIDE.
           PERFORM 050-TRASPASOS.
           PERFORM 100-ACUMULA-ANO.
           IF WS-AJ-USADOS = 0
               DISPLAY 'SIN PAGOS DEL ANO ' WS-ANO
           IF WS-AJ-TRUNCADO = 'S'
               DISPLAY 'OJO: MAS DE 2000 EMPLEADOS, TABLA TRUNCADA'
           END-IF.
           IF WS-TF-EXCLUIDOS > 0
               DISPLAY 'RENGLONES DE UNA COMPANIA ANTERIOR (TRASPASO '
                   'EN EL ANO) FUERA DEL AJUSTE: ' WS-TF-EXCLUIDOS
           END-IF.
           DISPLAY 'LA CORRIDA FINAL DEL ANO APLICARA LOS AJUSTES '
               '(DYN-PAYRUN).'.
           DISPLAY SEP.
           STOP RUN.

      *UN TRASPASO QUE RIGE DESDE ENERO NO PARTE EL ANO. SIN
      *ARCHIVO DE TRASPASOS NO HAY NADA QUE SEPARAR.
       050-TRASPASOS.
           MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH.
           DISPLAY 'CIATRF_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIATRF-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIATRF-PATH = SPACES
               MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH
           END-IF.
           OPEN INPUT CIA-TRF.
           IF WS-CTF-STATUS = '00'
               MOVE 0 TO WS-TF-FLAG
               PERFORM 060-LEE-TRASPASO UNTIL WS-TF-FLAG = 1
               CLOSE CIA-TRF
           END-IF.

      *VIENEN EN ORDEN DE EMPLEADO Y PERIODO: EL ULTIMO DEL ANO
      *DE CADA EMPLEADO SOBRESCRIBE AL ANTERIOR.
           060-LEE-TRASPASO.
               READ CIA-TRF NEXT RECORD
                   AT END MOVE 1 TO WS-TF-FLAG
                   NOT AT END
                       IF TF-PERIODO(1:4) = WS-ANO
                           AND TF-PERIODO(5:2) > '01'
                           PERFORM 070-GUARDA-TRASPASO
                       END-IF
               END-READ.

           070-GUARDA-TRASPASO.
               IF WS-TF-USADOS > 0
                   AND WS-TF-ID(WS-TF-USADOS) = TF-ID-EMPL
                   MOVE TF-PERIODO TO WS-TF-DESDE(WS-TF-USADOS)
               ELSE
                   IF WS-TF-USADOS < 500
                       ADD 1 TO WS-TF-USADOS
                       MOVE TF-ID-EMPL TO WS-TF-ID(WS-TF-USADOS)
                       MOVE TF-PERIODO TO WS-TF-DESDE(WS-TF-USADOS)
                   ELSE
                       DISPLAY 'OJO: MAS DE 500 TRASPASOS EN EL ANO; '
                           'EL EMPLEADO ' TF-ID-EMPL ' SE AJUSTA '
                           'COMPLETO'
                   END-IF
               END-IF.

       100-ACUMULA-ANO.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
                   NOT AT END
                       IF PH-PERIODO(1:4) = WS-ANO
                           AND PH-GRUPO NOT = 'F'
                           PERFORM 115-TRASPASO
                           IF WS-TF-ENC > 0
                               AND PH-PERIODO < WS-TF-DESDE(WS-TF-ENC)
                               ADD 1 TO WS-TF-EXCLUIDOS
                           ELSE
                               PERFORM 120-SUMA
                           END-IF
                       END-IF
               END-READ.

           115-TRASPASO.
               MOVE 0 TO WS-TF-ENC
               MOVE 1 TO WS-TF-I
               PERFORM 116-BUSCA-TRASPASO UNTIL WS-TF-I > WS-TF-USADOS
                   OR WS-TF-ENC > 0.

           116-BUSCA-TRASPASO.
               IF WS-TF-ID(WS-TF-I) = PH-ID-EMPL
                   MOVE WS-TF-I TO WS-TF-ENC
               END-IF
               ADD 1 TO WS-TF-I.

           120-SUMA.
               MOVE 0 TO WS-AJ-ENC
               MOVE 1 TO WS-AJ-I
       300-AJUSTA-UNO.
           ADD 1 TO WS-AJ-I.
           PERFORM 400-TARIFA-ANUAL.
           COMPUTE WS-IMP-ANUAL ROUNDED = WS-CUOTA-SEL +
               (WS-AJ-GRAVABLE(WS-AJ-I) - WS-LIM-SEL) * WS-PCT-SEL.
           COMPUTE WS-DIF =
               WS-IMP-ANUAL - WS-AJ-RETENIDO(WS-AJ-I).
           DISPLAY WS-AJ-ID(WS-AJ-I) ' '
       400-TARIFA-ANUAL.
           MOVE 0 TO WS-LIM-SEL.
           MOVE 0 TO WS-PCT-SEL.
           MOVE 0 TO WS-CUOTA-SEL.
           MOVE SPACES TO WS-VIG-SEL.
           MOVE 0 TO WS-ANU-FLAG.
           MOVE SPACES TO AN-VIG.
                               MOVE AN-VIG TO WS-VIG-SEL
                               MOVE 0 TO WS-LIM-SEL
                               MOVE 0 TO WS-PCT-SEL
                               MOVE 0 TO WS-CUOTA-SEL
                           END-IF
                           IF AN-VIG = WS-VIG-SEL
                               AND WS-AJ-GRAVABLE(WS-AJ-I)
                               AND AN-LIM-INF >= WS-LIM-SEL
                               MOVE AN-LIM-INF TO WS-LIM-SEL
                               MOVE AN-PCT TO WS-PCT-SEL
                               MOVE AN-CUOTA TO WS-CUOTA-SEL
                           END-IF
                       END-IF
               END-READ.
