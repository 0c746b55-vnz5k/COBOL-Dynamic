      *********************************************************
      *PROGRAMA - DETERMINACION ANUAL DE LA PRIMA DE RIESGO   *
      *DE TRABAJO. CADA FEBRERO SE REHACIA A MANO. CON LOS    *
      *ACCIDENTES DEL ANO (ACC-MAST, DYN-ACCMNT; LOS DE       *
      *TRAYECTO NO CUENTAN) Y LOS DIAS COTIZADOS DE CADA      *
      *EMPLEADO SACA POR COMPANIA LA PRIMA CON LA FORMULA DE  *
      *LEY:                                                   *
      *  PRIMA = ((S/365) + V X (I + D)) X (F/N) + M          *
      *S = DIAS SUBSIDIADOS (LOS DEL FOLIO EN ABS-DIARIO      *
      *DENTRO DEL ANO), I = SUMA DE LOS PORCENTAJES DE        *
      *INCAPACIDAD PERMANENTE ENTRE 100, D = DEFUNCIONES,     *
      *N = TRABAJADORES PROMEDIO (DIAS COTIZADOS / 365),      *
      *V = 28, F = 2.3 Y M = 0.005. LA PRIMA NO PUEDE SUBIR   *
      *NI BAJAR MAS DE UN PUNTO CONTRA LA ANTERIOR Y QUEDA    *
      *ENTRE 0.5 Y 15 POR CIENTO. IMPRIME LA HOJA DE          *
      *DETERMINACION POR EL SPOOL Y, CONFIRMADA, CARGA LA     *
      *PRIMA NUEVA EN IMS-MAST (REGISTRO DE LA COMPANIA)      *
      *VIGENTE DESDE EL 1 DE MARZO DEL ANO SIGUIENTE; LA      *
      *ANTERIOR SIGUE RIGIENDO HASTA ESA FECHA.               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PRIMRT.

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
           COPY ACCFILE.
           COPY ABSFILE.
           COPY IMSFILE.
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

           COPY ACCFD.
           COPY ABSFD.
           COPY IMSFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ACCSTAT.
           COPY ABSSTAT.
           COPY IMSSTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-RES                       PIC X.
       01 WS-ANO                       PIC 9(04).
       01 WS-ANO-SIG                   PIC 9(04).
       01 WS-CIA                       PIC X(02).
       01 WS-VIG-NUEVA                 PIC X(08).

      *CONSTANTES DE LA FORMULA DE LEY.
       01 WS-PR-V                      PIC 9(02) VALUE 28.
       01 WS-PR-F                      PIC 9V9 VALUE 2.3.
       01 WS-PR-M                      PIC 9V999 VALUE 0.005.
       01 WS-PR-MIN                    PIC 9V9(07) VALUE 0.0050000.
       01 WS-PR-MAX                    PIC 9V9(07) VALUE 0.1500000.
       01 WS-PR-VARIA                  PIC 9V9(07) VALUE 0.0100000.

      *DIAS COTIZADOS DEL EMPLEADO EN EL ANO.
       01 WS-INI-N                     PIC 9(08).
       01 WS-FIN-N                     PIC 9(08).
       01 WS-ANO-INI                   PIC 9(08).
       01 WS-ANO-FIN                   PIC 9(08).
       01 WS-DIAS-EMP                  PIC 9(04).

      *ACUMULADO POR COMPANIA.
       01 WS-PR-TABLA.
           05 WS-PR-ENT OCCURS 50 TIMES.
               10 WS-PR-CIA            PIC X(02).
               10 WS-PR-DIAS-COT       PIC 9(09).
               10 WS-PR-S              PIC 9(07).
               10 WS-PR-I              PIC 9(04)V9(04).
               10 WS-PR-D              PIC 9(04).
               10 WS-PR-CASOS          PIC 9(05).
               10 WS-PR-N              PIC 9(06)V9(04).
               10 WS-PR-CALC           PIC 9V9(07).
               10 WS-PR-ANT            PIC 9V9(07).
               10 WS-PR-NUEVA          PIC 9V9(07).
       01 WS-PR-USADOS                 PIC 9(02) VALUE 0.
       01 WS-PR-I-X                    PIC 9(02).
       01 WS-PR-ENC                    PIC 9(02).
       01 WS-PR-TRUNCADO               PIC X VALUE 'N'.
       01 WS-PR-TOPE                   PIC 9V9(07).
       01 WS-PR-PISO                   PIC S9V9(07).

       01 WS-LINEA.
           05 WS-L-TXT                 PIC X(40).
           05 WS-L-VAL                 PIC Z,ZZZ,ZZ9.9999.

       01 WS-LINEA-PCT.
           05 WS-LP-TXT                PIC X(40).
           05 WS-LP-PCT                PIC ZZ9.99999.
           05 FILLER                   PIC X(02) VALUE ' %'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   DETERMINACION DE LA PRIMA DE RIESGO'.
           DISPLAY SEP.
           PERFORM 010-PIDE-ANO.
           COMPUTE WS-ANO-SIG = WS-ANO + 1.
           STRING WS-ANO-SIG '0301' DELIMITED BY SIZE
               INTO WS-VIG-NUEVA.
           COMPUTE WS-ANO-INI = WS-ANO * 10000 + 101.
           COMPUTE WS-ANO-FIN = WS-ANO * 10000 + 1231.
           MOVE WS-ANO TO WS-ACC-ANO.
           PERFORM 100-DIAS-COTIZADOS.
           PERFORM 200-SINIESTRALIDAD.
           PERFORM 300-DETERMINA.
           PERFORM 400-HOJA.
           IF WS-PR-TRUNCADO = 'S'
               DISPLAY 'MAS DE 50 COMPANIAS; AMPLIE LA TABLA. NO SE '
                   'CARGA LA PRIMA.'
               STOP RUN
           END-IF.
           DISPLAY 'CARGAR LA PRIMA NUEVA EN IMS-MAST, VIGENTE DESDE '
               WS-VIG-NUEVA '? S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               PERFORM 500-CARGA
           ELSE
               DISPLAY 'NO SE CARGO NADA.'
           END-IF.
           STOP RUN.

           010-PIDE-ANO.
               DISPLAY 'ANO DE SINIESTRALIDAD (AAAA, EL QUE CERRO):'
               ACCEPT WS-ANO
               IF WS-ANO < 1990
                   DISPLAY 'ANO INVALIDO'
                   PERFORM 010-PIDE-ANO
               END-IF.

      *N: DIAS COTIZADOS EN EL ANO POR COMPANIA, DEL INGRESO (O
      *1 DE ENERO) A LA BAJA (O 31 DE DICIEMBRE).
       100-DIAS-COTIZADOS.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-LEE-EMP UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.

           110-LEE-EMP.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 120-DIAS-EMP
               END-READ.

           120-DIAS-EMP.
               MOVE 0 TO WS-DIAS-EMP
               MOVE WS-ANO-INI TO WS-INI-N
               IF F-ING IS NUMERIC
                   IF F-ING > WS-ANO-INI
                       MOVE F-ING TO WS-INI-N
                   END-IF
               END-IF
               MOVE WS-ANO-FIN TO WS-FIN-N
               IF EMP-STATUS = 'I' AND TERM-FECHA IS NUMERIC
                   IF TERM-FECHA < WS-ANO-FIN
                       MOVE TERM-FECHA TO WS-FIN-N
                   END-IF
               END-IF
               IF WS-FIN-N >= WS-INI-N
                   COMPUTE WS-DIAS-EMP =
                       FUNCTION INTEGER-OF-DATE(WS-FIN-N)
                       - FUNCTION INTEGER-OF-DATE(WS-INI-N) + 1
               END-IF
               IF WS-DIAS-EMP > 0
                   IF CIA-CLV = SPACES
                       MOVE '01' TO WS-CIA
                   ELSE
                       MOVE CIA-CLV TO WS-CIA
                   END-IF
                   PERFORM 130-BUSCA-CIA
                   IF WS-PR-ENC > 0
                       ADD WS-DIAS-EMP TO WS-PR-DIAS-COT(WS-PR-ENC)
                   END-IF
               END-IF.

           130-BUSCA-CIA.
               MOVE 0 TO WS-PR-ENC
               MOVE 1 TO WS-PR-I-X
               PERFORM 131-COMPARA UNTIL WS-PR-I-X > WS-PR-USADOS
                   OR WS-PR-ENC > 0
               IF WS-PR-ENC = 0
                   IF WS-PR-USADOS < 50
                       ADD 1 TO WS-PR-USADOS
                       MOVE WS-PR-USADOS TO WS-PR-ENC
                       MOVE WS-CIA TO WS-PR-CIA(WS-PR-ENC)
                       MOVE 0 TO WS-PR-DIAS-COT(WS-PR-ENC)
                       MOVE 0 TO WS-PR-S(WS-PR-ENC)
                       MOVE 0 TO WS-PR-I(WS-PR-ENC)
                       MOVE 0 TO WS-PR-D(WS-PR-ENC)
                       MOVE 0 TO WS-PR-CASOS(WS-PR-ENC)
                       MOVE 0 TO WS-PR-ANT(WS-PR-ENC)
                   ELSE
                       MOVE 'S' TO WS-PR-TRUNCADO
                   END-IF
               END-IF.

           131-COMPARA.
               IF WS-PR-CIA(WS-PR-I-X) = WS-CIA
                   MOVE WS-PR-I-X TO WS-PR-ENC
               END-IF
               ADD 1 TO WS-PR-I-X.

      *S, I Y D: ACCIDENTES DE TRABAJO (NO DE TRAYECTO). LOS DIAS
      *SON LOS DEL FOLIO EN ABS-DIARIO DENTRO DEL ANO (SIN
      *CAPTURA DIARIA SE TOMAN LOS DEL REGISTRO); LA INCAPACIDAD
      *PERMANENTE Y LA DEFUNCION CUENTAN EN EL ANO DEL ACCIDENTE.
       200-SINIESTRALIDAD.
           MOVE WS-ACCMAST-PATH-DFLT TO WS-ACCMAST-PATH.
           DISPLAY 'ACCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ACCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ACCMAST-PATH = SPACES
               MOVE WS-ACCMAST-PATH-DFLT TO WS-ACCMAST-PATH
           END-IF.
           OPEN INPUT ACC-MAST.
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'SIN REGISTRO DE RIESGOS DE TRABAJO; '
                   'SINIESTRALIDAD EN CERO.'
           ELSE
               MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
               DISPLAY 'ABSDIARIO_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ABSDIARIO-PATH FROM ENVIRONMENT-VALUE
               IF WS-ABSDIARIO-PATH = SPACES
                   MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
               END-IF
               OPEN INPUT ABS-DIARIO
               MOVE 0 TO WS-FLAG
               PERFORM 210-LEE-ACC UNTIL WS-FLAG = 1
               IF WS-ABS-STATUS = '00'
                   CLOSE ABS-DIARIO
               END-IF
               CLOSE ACC-MAST
           END-IF.

           210-LEE-ACC.
               READ ACC-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AC-TIPO = 'T'
                           PERFORM 220-SUMA-ACC
                       END-IF
               END-READ.

           220-SUMA-ACC.
               MOVE 0 TO WS-ACC-DIAS
               IF WS-ABS-STATUS = '00'
                   PERFORM 986-DIAS-FOLIO
               END-IF
               IF WS-ACC-DIAS = 0 AND AC-FECHA(1:4) = WS-ACC-ANO
                   MOVE AC-DIAS TO WS-ACC-DIAS
               END-IF
               IF WS-ACC-DIAS > 0 OR AC-FECHA(1:4) = WS-ACC-ANO
                   MOVE AC-CIA TO WS-CIA
                   PERFORM 130-BUSCA-CIA
                   IF WS-PR-ENC > 0
                       ADD WS-ACC-DIAS TO WS-PR-S(WS-PR-ENC)
                       IF AC-FECHA(1:4) = WS-ACC-ANO
                           ADD 1 TO WS-PR-CASOS(WS-PR-ENC)
                           COMPUTE WS-PR-I(WS-PR-ENC) =
                               WS-PR-I(WS-PR-ENC) + AC-PCT-INC / 100
                           IF AC-DEFUNCION = 'S'
                               ADD 1 TO WS-PR-D(WS-PR-ENC)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *PRIMA ANTERIOR: LA QUE RIGE HOY EN IMS-MAST PARA LA
      *COMPANIA (SI YA SE CARGO LA DE ESTE ANO, LA ANTERIOR A
      *ELLA). SIN PRIMA ANTERIOR NO SE APLICA EL TOPE DE UN
      *PUNTO.
       300-DETERMINA.
           MOVE WS-IMSMAST-PATH-DFLT TO WS-IMSMAST-PATH.
           DISPLAY 'IMSMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IMSMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IMSMAST-PATH = SPACES
               MOVE WS-IMSMAST-PATH-DFLT TO WS-IMSMAST-PATH
           END-IF.
           OPEN INPUT IMS-MAST.
           MOVE 0 TO WS-PR-I-X.
           PERFORM 310-CALCULA WS-PR-USADOS TIMES.
           IF WS-IMS-STATUS = '00'
               CLOSE IMS-MAST
           END-IF.

           310-CALCULA.
               ADD 1 TO WS-PR-I-X
               PERFORM 320-PRIMA-ANT
               COMPUTE WS-PR-N(WS-PR-I-X) ROUNDED =
                   WS-PR-DIAS-COT(WS-PR-I-X) / 365
               MOVE WS-PR-M TO WS-PR-CALC(WS-PR-I-X)
               IF WS-PR-N(WS-PR-I-X) > 0
                   COMPUTE WS-PR-CALC(WS-PR-I-X) ROUNDED =
                       ((WS-PR-S(WS-PR-I-X) / 365)
                       + WS-PR-V * (WS-PR-I(WS-PR-I-X)
                           + WS-PR-D(WS-PR-I-X)))
                       * (WS-PR-F / WS-PR-N(WS-PR-I-X)) + WS-PR-M
                       ON SIZE ERROR
                           MOVE WS-PR-MAX TO WS-PR-CALC(WS-PR-I-X)
                   END-COMPUTE
               END-IF
               MOVE WS-PR-CALC(WS-PR-I-X) TO WS-PR-NUEVA(WS-PR-I-X)
               IF WS-PR-ANT(WS-PR-I-X) > 0
                   COMPUTE WS-PR-TOPE =
                       WS-PR-ANT(WS-PR-I-X) + WS-PR-VARIA
                   COMPUTE WS-PR-PISO =
                       WS-PR-ANT(WS-PR-I-X) - WS-PR-VARIA
                   IF WS-PR-NUEVA(WS-PR-I-X) > WS-PR-TOPE
                       MOVE WS-PR-TOPE TO WS-PR-NUEVA(WS-PR-I-X)
                   END-IF
                   IF WS-PR-PISO > 0
                       AND WS-PR-NUEVA(WS-PR-I-X) < WS-PR-PISO
                       MOVE WS-PR-PISO TO WS-PR-NUEVA(WS-PR-I-X)
                   END-IF
               END-IF
               IF WS-PR-NUEVA(WS-PR-I-X) < WS-PR-MIN
                   MOVE WS-PR-MIN TO WS-PR-NUEVA(WS-PR-I-X)
               END-IF
               IF WS-PR-NUEVA(WS-PR-I-X) > WS-PR-MAX
                   MOVE WS-PR-MAX TO WS-PR-NUEVA(WS-PR-I-X)
               END-IF.

           320-PRIMA-ANT.
               IF WS-IMS-STATUS = '00'
                   MOVE 'S' TO WS-IMSS-HALLO
                   MOVE WS-PR-CIA(WS-PR-I-X) TO IM-CLV
                   READ IMS-MAST KEY IS IM-CLV
                       INVALID KEY
                           MOVE '01' TO IM-CLV
                           READ IMS-MAST KEY IS IM-CLV
                               INVALID KEY MOVE 'N' TO WS-IMSS-HALLO
                           END-READ
                   END-READ
                   IF WS-IMSS-HALLO = 'S'
                       IF IM-PRIMA-VIG = WS-VIG-NUEVA
                           MOVE IM-PRIMA-ANT TO WS-PR-ANT(WS-PR-I-X)
                       ELSE
                           MOVE IM-PRIMA-RT TO WS-PR-ANT(WS-PR-I-X)
                       END-IF
                   END-IF
               END-IF.

      *HOJA DE DETERMINACION POR COMPANIA, POR EL SPOOL ESTANDAR.
       400-HOJA.
           MOVE 'DYN-PRIMRT' TO WS-SPL-REPORTE.
           MOVE WS-ANO TO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE 0 TO WS-PR-I-X.
           PERFORM 410-HOJA-CIA WS-PR-USADOS TIMES.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.

           410-HOJA-CIA.
               ADD 1 TO WS-PR-I-X
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING 'DETERMINACION DE LA PRIMA DE RIESGO - CIA '
                   WS-PR-CIA(WS-PR-I-X) ' - ANO ' WS-ANO
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE 'CASOS DE RIESGO DE TRABAJO TERMINADOS' TO WS-L-TXT
               MOVE WS-PR-CASOS(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'S  DIAS SUBSIDIADOS' TO WS-L-TXT
               MOVE WS-PR-S(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'I  SUMA DE INCAPACIDADES PERMANENTES' TO WS-L-TXT
               MOVE WS-PR-I(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'D  DEFUNCIONES' TO WS-L-TXT
               MOVE WS-PR-D(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'DIAS COTIZADOS' TO WS-L-TXT
               MOVE WS-PR-DIAS-COT(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'N  TRABAJADORES PROMEDIO' TO WS-L-TXT
               MOVE WS-PR-N(WS-PR-I-X) TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'V  VIDA ACTIVA PROMEDIO' TO WS-L-TXT
               MOVE WS-PR-V TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'F  FACTOR DE PRIMA' TO WS-L-TXT
               MOVE WS-PR-F TO WS-L-VAL
               PERFORM 420-RENGLON
               MOVE 'M  PRIMA MINIMA DE RIESGO' TO WS-LP-TXT
               COMPUTE WS-LP-PCT = WS-PR-M * 100
               PERFORM 430-RENGLON-PCT
               MOVE 'PRIMA CALCULADA' TO WS-LP-TXT
               COMPUTE WS-LP-PCT = WS-PR-CALC(WS-PR-I-X) * 100
               PERFORM 430-RENGLON-PCT
               MOVE 'PRIMA ANTERIOR' TO WS-LP-TXT
               COMPUTE WS-LP-PCT = WS-PR-ANT(WS-PR-I-X) * 100
               PERFORM 430-RENGLON-PCT
               MOVE SPACES TO WS-LP-TXT
               STRING 'PRIMA NUEVA (DESDE ' WS-VIG-NUEVA ')'
                   DELIMITED BY SIZE INTO WS-LP-TXT
               COMPUTE WS-LP-PCT = WS-PR-NUEVA(WS-PR-I-X) * 100
               PERFORM 430-RENGLON-PCT.

           420-RENGLON.
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

           430-RENGLON-PCT.
               MOVE WS-LINEA-PCT TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

      *LA PRIMA QUE RIGE PASA A SER LA ANTERIOR (SALVO QUE YA SE
      *HAYA CARGADO LA DE ESTE ANO) Y LA NUEVA ENTRA EL 1 DE
      *MARZO. LA COMPANIA SIN REGISTRO PROPIO LO RECIBE CON LAS
      *CUOTAS DEL '01'.
       500-CARGA.
           OPEN I-O IMS-MAST.
           IF WS-IMS-STATUS NOT = '00'
               DISPLAY 'SIN TABLA DE CUOTAS (DYN-IMSMNT). FILE '
                   'STATUS: ' WS-IMS-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PR-I-X.
           PERFORM 510-CARGA-CIA WS-PR-USADOS TIMES.
           CLOSE IMS-MAST.
           DISPLAY 'PRIMA NUEVA CARGADA EN IMS-MAST.'.

           510-CARGA-CIA.
               ADD 1 TO WS-PR-I-X
               MOVE WS-PR-CIA(WS-PR-I-X) TO IM-CLV
               READ IMS-MAST KEY IS IM-CLV
                   INVALID KEY
                       PERFORM 520-ALTA-CIA
                   NOT INVALID KEY
                       PERFORM 530-NUEVA
                       REWRITE IMS-REC
               END-READ
               DISPLAY 'CIA ' WS-PR-CIA(WS-PR-I-X) ' PRIMA '
                   IM-PRIMA-RT ' DESDE ' IM-PRIMA-VIG.

           520-ALTA-CIA.
               MOVE '01' TO IM-CLV
               READ IMS-MAST KEY IS IM-CLV
                   INVALID KEY
                       MOVE SPACES TO IM-DESC
                       MOVE 0 TO IM-PCT-OBR
                       MOVE 0 TO IM-PCT-PAT
                       MOVE 0 TO IM-PRIMA-RT
                       MOVE SPACES TO IM-PRIMA-VIG
               END-READ
               MOVE WS-PR-CIA(WS-PR-I-X) TO IM-CLV
               PERFORM 530-NUEVA
               WRITE IMS-REC.

           530-NUEVA.
               IF IM-PRIMA-VIG NOT = WS-VIG-NUEVA
                   MOVE IM-PRIMA-RT TO IM-PRIMA-ANT
               END-IF
               MOVE WS-PR-NUEVA(WS-PR-I-X) TO IM-PRIMA-RT
               MOVE WS-VIG-NUEVA TO IM-PRIMA-VIG.

           COPY ACCLKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
