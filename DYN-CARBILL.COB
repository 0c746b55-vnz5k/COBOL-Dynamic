      *********************************************************
      *PROGRAMA - CONCILIACION DE LA FACTURA DE LA            *
      *ASEGURADORA. LEE LA FACTURA MENSUAL (UN RENGLON POR    *
      *PERSONA COBRADA: PLAN, EMPLEADO, DEPENDIENTE E         *
      *IMPORTE) Y LA CRUZA CONTRA LAS INSCRIPCIONES VIGENTES  *
      *EN EL MES (ENROLL Y LOS DEPENDIENTES CUBIERTOS EN      *
      *DPN-MAST) Y CONTRA LAS PRIMAS QUE LA NOMINA REALMENTE  *
      *DEDUJO EN EL PERIODO (DEDDET, TIPO 'B'). REPORTA TRES  *
      *DISCREPANCIAS:                                         *
      *  - COBRADO SIN INSCRIPCION VIGENTE EN EL MES.         *
      *  - INSCRITO EN UN PLAN FACTURADO Y NO COBRADO.        *
      *  - IMPORTE COBRADO POR EMPLEADO Y PLAN DISTINTO DE    *
      *    LO DEDUCIDO EN NOMINA.                             *
      *NO MODIFICA NINGUN ARCHIVO; LAS ALTAS Y BAJAS QUE      *
      *FALTEN SE CORRIGEN EN DYN-ENRMNT / DYN-DPNMNT Y SALEN  *
      *EN EL SIGUIENTE DYN-CARFEED.                           *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DE LA FACTURA (UN RENGLON POR PERSONA):         *
      *  POS 01-03  PLAN          PIC X(03)                   *
      *  POS 05-10  ID-EMPL       PIC 9(06)                   *
      *  POS 12-13  SEC           PIC 9(02) (00 = EMPLEADO,   *
      *                           01-10 = DEPENDIENTE)        *
      *  POS 15-20  PERIODO       PIC X(06) (AAAAMM)          *
      *  POS 22-30  IMPORTE       PIC 9(07)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CARBILL.

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

           SELECT CARBILL ASSIGN TO WS-CARBILL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CBL-STATUS.
           COPY ENRFILE.
           COPY DPNFILE.
           COPY DETFILE.
           COPY OPERFILE.
           COPY IXRFILE.

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

       FD CARBILL.
       01 CBL-REC.
           05 CBL-PLAN                 PIC X(03).
           05 FILLER                   PIC X.
           05 CBL-ID-EMPL              PIC 9(06).
           05 FILLER                   PIC X.
           05 CBL-SEC                  PIC 9(02).
           05 FILLER                   PIC X.
           05 CBL-PERIODO              PIC X(06).
           05 FILLER                   PIC X.
           05 CBL-MONTO                PIC 9(07)V99.

           COPY ENRFD.
           COPY DPNFD.
           COPY DETFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ENRSTAT.
           COPY DPNSTAT.
           COPY DETSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-CBL-STATUS                PIC X(02).
       01 WS-CARBILL-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CARBILL.TXT'.
       01 WS-CARBILL-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HAY-DPN                   PIC X.
       01 WS-PERIODO                   PIC X(06).
      *PRIMER Y ULTIMO DIA DEL MES FACTURADO.
       01 WS-F-DESDE                   PIC X(08).
       01 WS-F-HASTA                   PIC X(08).
       01 WS-VIGENTE                   PIC X.
       01 WS-CUBRE                     PIC X.
       01 WS-DG-J                      PIC 9(02).
       01 WS-LEIDOS                    PIC 9(05) VALUE 0.
       01 WS-SIN-INSC                  PIC 9(05) VALUE 0.
       01 WS-NO-COBRADOS               PIC 9(05) VALUE 0.
       01 WS-DIFERENCIAS               PIC 9(05) VALUE 0.
       01 WS-OTRO-PERIODO              PIC 9(05) VALUE 0.
       01 WS-TOT-FACTURA               PIC 9(09)V99 VALUE 0.
       01 WS-TOT-DEDUCIDO              PIC 9(09)V99 VALUE 0.
       01 WS-DIF                       PIC S9(09)V99.
       01 WS-DIF-ED                    PIC -ZZZ,ZZZ,ZZ9.99.

      *LO COBRADO Y LO DEDUCIDO POR EMPLEADO Y PLAN. SOLO ENTRA
      *LO COBRADO A PERSONAS CON INSCRIPCION VIGENTE.
       01 WS-CB-TABLA.
           05 WS-CB-ENT OCCURS 2000 TIMES.
               10 WS-CB-PLAN           PIC X(03).
               10 WS-CB-ID             PIC 9(06).
               10 WS-CB-COBRADO        PIC 9(09)V99.
               10 WS-CB-DEDUCIDO       PIC 9(09)V99.
       01 WS-CB-USADOS                 PIC 9(04) VALUE 0.
       01 WS-CB-K                      PIC 9(04).
       01 WS-CB-HALLADO                PIC 9(04).
       01 WS-CB-PLAN-B                 PIC X(03).
       01 WS-CB-ID-B                   PIC 9(06).

      *PLANES QUE TRAE LA FACTURA; SOLO DE ESOS SE BUSCAN
      *INSCRITOS NO COBRADOS.
       01 WS-PF-TABLA.
           05 WS-PF-PLAN               PIC X(03) OCCURS 50 TIMES.
       01 WS-PF-USADOS                 PIC 9(02) VALUE 0.
       01 WS-PF-K                      PIC 9(02).
       01 WS-PF-HALLADO                PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CONCILIACION DE LA FACTURA DE LA ASEGURADORA'.
           DISPLAY SEP.
           DISPLAY 'PERIODO FACTURADO (AAAAMM):'.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO.'
               STOP RUN
           END-IF.
           STRING WS-PERIODO '01' DELIMITED BY SIZE INTO WS-F-DESDE.
           STRING WS-PERIODO '31' DELIMITED BY SIZE INTO WS-F-HASTA.
           MOVE WS-CARBILL-PATH-DFLT TO WS-CARBILL-PATH.
           DISPLAY 'CARBILL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CARBILL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CARBILL-PATH = SPACES
               MOVE WS-CARBILL-PATH-DFLT TO WS-CARBILL-PATH
           END-IF.
           MOVE 'DYNCARBL' TO WS-IX-PROGRAMA.
           MOVE WS-CARBILL-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CONCILIACION CANCELADA.'
               STOP RUN
           END-IF.
           OPEN INPUT CARBILL.
           IF WS-CBL-STATUS NOT = '00'
               DISPLAY 'SIN FACTURA DE LA ASEGURADORA. FILE STATUS: '
                   WS-CBL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH.
           DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ENROLL-PATH = SPACES
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
           END-IF.
           OPEN INPUT ENROLL.
           IF WS-ENR-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE INSCRIPCIONES (ENROLL). '
                   'FILE STATUS: ' WS-ENR-STATUS
               CLOSE CARBILL
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH.
           DISPLAY 'DPNMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DPNMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DPNMAST-PATH = SPACES
               MOVE WS-DPNMAST-PATH-DFLT TO WS-DPNMAST-PATH
           END-IF.
           MOVE 'S' TO WS-HAY-DPN.
           OPEN INPUT DPN-MAST.
           IF WS-DPN-STATUS NOT = '00'
               MOVE 'N' TO WS-HAY-DPN
           END-IF.
           DISPLAY SEP.
           PERFORM 100-FACTURA UNTIL WS-FLAG = 1.
           CLOSE CARBILL.
           PERFORM 400-DEDUCIDO.
           PERFORM 500-NO-COBRADOS.
           PERFORM 600-DIFERENCIAS.
           IF WS-HAY-DPN = 'S'
               CLOSE DPN-MAST
           END-IF.
           CLOSE ENROLL.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'RENGLONES DE FACTURA LEIDOS: ' WS-LEIDOS.
           DISPLAY 'DE OTRO PERIODO (IGNORADOS): ' WS-OTRO-PERIODO.
           DISPLAY 'COBRADOS SIN INSCRIPCION:    ' WS-SIN-INSC.
           DISPLAY 'INSCRITOS NO COBRADOS:       ' WS-NO-COBRADOS.
           DISPLAY 'DIFERENCIAS DE IMPORTE:      ' WS-DIFERENCIAS.
           DISPLAY 'TOTAL FACTURADO: ' WS-TOT-FACTURA.
           DISPLAY 'TOTAL DEDUCIDO:  ' WS-TOT-DEDUCIDO.
           COMPUTE WS-IX-ACEPT = WS-LEIDOS - WS-SIN-INSC
               - WS-OTRO-PERIODO.
           COMPUTE WS-IX-RECH = WS-SIN-INSC + WS-OTRO-PERIODO.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'NO COBRADOS ' WS-NO-COBRADOS ' DIFERENCIAS '
               WS-DIFERENCIAS DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

       100-FACTURA.
           READ CARBILL
               AT END MOVE 1 TO WS-FLAG
               NOT AT END PERFORM 200-RENGLON THRU 200-SALIDA
           END-READ.

      *CADA PERSONA COBRADA DEBE TENER INSCRIPCION VIGENTE EN EL
      *MES; EL DEPENDIENTE ADEMAS DEBE ESTAR CUBIERTO POR EL PLAN.
       200-RENGLON.
           ADD 1 TO WS-LEIDOS.
           IF CBL-PERIODO NOT = WS-PERIODO
               DISPLAY 'RENGLON DE OTRO PERIODO (' CBL-PERIODO
                   '), SE IGNORA: ' CBL-PLAN ' ' CBL-ID-EMPL
                   '-' CBL-SEC
               ADD 1 TO WS-OTRO-PERIODO
               GO TO 200-SALIDA
           END-IF.
           ADD CBL-MONTO TO WS-TOT-FACTURA.
           MOVE CBL-PLAN TO WS-CB-PLAN-B.
           PERFORM 250-PLAN-FACTURA.
           MOVE CBL-ID-EMPL TO EN-ID-EMPL.
           MOVE CBL-PLAN TO EN-PLAN.
           PERFORM 210-VIGENTE.
           IF WS-VIGENTE = 'S' AND CBL-SEC NOT = 0
               PERFORM 220-DPN-CUBIERTO
           END-IF.
           IF WS-VIGENTE NOT = 'S'
               DISPLAY 'COBRADO SIN INSCRIPCION: PLAN ' CBL-PLAN
                   ' EMPLEADO ' CBL-ID-EMPL '-' CBL-SEC
                   ' IMPORTE ' CBL-MONTO
               ADD 1 TO WS-SIN-INSC
               GO TO 200-SALIDA
           END-IF.
           MOVE CBL-ID-EMPL TO WS-CB-ID-B.
           PERFORM 300-BUSCA.
           IF WS-CB-HALLADO > 0
               ADD CBL-MONTO TO WS-CB-COBRADO (WS-CB-HALLADO)
           END-IF.
       200-SALIDA.
           EXIT.

      *INSCRIPCION EN-KEY VIGENTE EN ALGUN DIA DEL MES Y EMPLEADO
      *QUE NO SE DIO DE BAJA ANTES DE QUE EMPEZARA.
           210-VIGENTE.
               MOVE 'N' TO WS-VIGENTE
               READ ENROLL KEY IS EN-KEY
                   NOT INVALID KEY
                       IF EN-F-INICIO NOT > WS-F-HASTA
                           AND (EN-F-FIN = SPACES
                               OR EN-F-FIN NOT < WS-F-DESDE)
                           MOVE 'S' TO WS-VIGENTE
                       END-IF
               END-READ
               IF WS-VIGENTE = 'S'
                   MOVE EN-ID-EMPL TO ID-EMPL
                   READ EMPLEADO KEY IS ID-EMPL
                       INVALID KEY
                           MOVE 'N' TO WS-VIGENTE
                       NOT INVALID KEY
                           IF EMP-STATUS = 'I'
                               AND TERM-FECHA < WS-F-DESDE
                               MOVE 'N' TO WS-VIGENTE
                           END-IF
                   END-READ
               END-IF.

           220-DPN-CUBIERTO.
               MOVE 'N' TO WS-CUBRE
               IF WS-HAY-DPN = 'S'
                   MOVE CBL-ID-EMPL TO DN-ID-EMPL
                   MOVE CBL-SEC TO DN-SEC
                   READ DPN-MAST KEY IS DN-KEY
                       NOT INVALID KEY
                           PERFORM 230-DESIG VARYING WS-DG-J
                               FROM 1 BY 1 UNTIL WS-DG-J > 6
                   END-READ
               END-IF
               MOVE WS-CUBRE TO WS-VIGENTE.

           230-DESIG.
               IF DN-D-PLAN (WS-DG-J) = CBL-PLAN
                   AND DN-D-CUBIERTO (WS-DG-J) = 'S'
                   MOVE 'S' TO WS-CUBRE
               END-IF.

           250-PLAN-FACTURA.
               MOVE 0 TO WS-PF-HALLADO
               PERFORM 260-PF-COMPARA VARYING WS-PF-K FROM 1 BY 1
                   UNTIL WS-PF-K > WS-PF-USADOS
               IF WS-PF-HALLADO = 0 AND WS-PF-USADOS < 50
                   ADD 1 TO WS-PF-USADOS
                   MOVE WS-CB-PLAN-B TO WS-PF-PLAN (WS-PF-USADOS)
               END-IF.

           260-PF-COMPARA.
               IF WS-PF-PLAN (WS-PF-K) = WS-CB-PLAN-B
                   MOVE WS-PF-K TO WS-PF-HALLADO
               END-IF.

      *BUSCA EMPLEADO Y PLAN (WS-CB-ID-B, WS-CB-PLAN-B) EN LA
      *TABLA Y LO AGREGA SI NO ESTA. WS-CB-HALLADO = 0 SOLO SI LA
      *TABLA SE LLENO.
       300-BUSCA.
           MOVE 0 TO WS-CB-HALLADO.
           PERFORM 310-CB-COMPARA VARYING WS-CB-K FROM 1 BY 1
               UNTIL WS-CB-K > WS-CB-USADOS.
           IF WS-CB-HALLADO = 0
               IF WS-CB-USADOS < 2000
                   ADD 1 TO WS-CB-USADOS
                   MOVE WS-CB-USADOS TO WS-CB-HALLADO
                   MOVE WS-CB-PLAN-B TO WS-CB-PLAN (WS-CB-HALLADO)
                   MOVE WS-CB-ID-B TO WS-CB-ID (WS-CB-HALLADO)
                   MOVE 0 TO WS-CB-COBRADO (WS-CB-HALLADO)
                   MOVE 0 TO WS-CB-DEDUCIDO (WS-CB-HALLADO)
               ELSE
                   DISPLAY 'TABLA DE CONCILIACION LLENA; NO SE '
                       'COMPARA: ' WS-CB-PLAN-B ' ' WS-CB-ID-B
               END-IF
           END-IF.

           310-CB-COMPARA.
               IF WS-CB-PLAN (WS-CB-K) = WS-CB-PLAN-B
                   AND WS-CB-ID (WS-CB-K) = WS-CB-ID-B
                   MOVE WS-CB-K TO WS-CB-HALLADO
               END-IF.

      *PRIMAS DEDUCIDAS EN EL PERIODO A LOS PLANES FACTURADOS.
       400-DEDUCIDO.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE DEDUCCIONES (DEDDET); TODO '
                   'LO COBRADO SALE COMO DIFERENCIA.'
           ELSE
               MOVE 0 TO WS-FLAG
               PERFORM 410-DET-LEE UNTIL WS-FLAG = 1
               CLOSE DEDDET
           END-IF.

           410-DET-LEE.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-PERIODO = WS-PERIODO AND DD-TIPO = 'B'
                           PERFORM 420-DET-SUMA
                       END-IF
               END-READ.

           420-DET-SUMA.
               MOVE DD-CLAVE (1:3) TO WS-CB-PLAN-B
               MOVE 0 TO WS-PF-HALLADO
               PERFORM 260-PF-COMPARA VARYING WS-PF-K FROM 1 BY 1
                   UNTIL WS-PF-K > WS-PF-USADOS
               IF WS-PF-HALLADO > 0
                   MOVE DD-ID-EMPL TO WS-CB-ID-B
                   PERFORM 300-BUSCA
                   IF WS-CB-HALLADO > 0
                       ADD DD-MONTO TO WS-CB-DEDUCIDO (WS-CB-HALLADO)
                   END-IF
                   ADD DD-MONTO TO WS-TOT-DEDUCIDO
               END-IF.

      *INSCRIPCIONES VIGENTES EN EL MES A UN PLAN FACTURADO CUYO
      *EMPLEADO NO APARECE COBRADO.
       500-NO-COBRADOS.
           MOVE 0 TO WS-FLAG.
           MOVE LOW-VALUES TO EN-KEY.
           START ENROLL KEY IS NOT LESS THAN EN-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 510-ENR-LEE UNTIL WS-FLAG = 1.

           510-ENR-LEE.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END PERFORM 520-ENR-REVISA
               END-READ.

           520-ENR-REVISA.
               MOVE EN-PLAN TO WS-CB-PLAN-B
               MOVE 0 TO WS-PF-HALLADO
               PERFORM 260-PF-COMPARA VARYING WS-PF-K FROM 1 BY 1
                   UNTIL WS-PF-K > WS-PF-USADOS
               IF WS-PF-HALLADO > 0
                   AND EN-F-INICIO NOT > WS-F-HASTA
                   AND (EN-F-FIN = SPACES OR EN-F-FIN NOT < WS-F-DESDE)
                   MOVE EN-ID-EMPL TO ID-EMPL
                   READ EMPLEADO KEY IS ID-EMPL
                       NOT INVALID KEY
                           IF EMP-STATUS NOT = 'I'
                               OR TERM-FECHA NOT < WS-F-DESDE
                               PERFORM 530-ENR-COBRADO
                           END-IF
                   END-READ
               END-IF.

           530-ENR-COBRADO.
               MOVE EN-ID-EMPL TO WS-CB-ID-B
               MOVE 0 TO WS-CB-HALLADO
               PERFORM 310-CB-COMPARA VARYING WS-CB-K FROM 1 BY 1
                   UNTIL WS-CB-K > WS-CB-USADOS
               IF WS-CB-HALLADO = 0
                   OR WS-CB-COBRADO (WS-CB-HALLADO) = 0
                   DISPLAY 'INSCRITO NO COBRADO: PLAN ' EN-PLAN
                       ' EMPLEADO ' EN-ID-EMPL ' ' NOM-EMPL
                   ADD 1 TO WS-NO-COBRADOS
               END-IF.

      *COBRADO CONTRA DEDUCIDO POR EMPLEADO Y PLAN. EL INSCRITO NO
      *COBRADO YA SALIO ARRIBA; AQUI SOLO LOS QUE SI SE COBRARON.
       600-DIFERENCIAS.
           PERFORM 610-DIF-REVISA VARYING WS-CB-K FROM 1 BY 1
               UNTIL WS-CB-K > WS-CB-USADOS.

           610-DIF-REVISA.
               IF WS-CB-COBRADO (WS-CB-K) > 0
                   AND WS-CB-COBRADO (WS-CB-K)
                       NOT = WS-CB-DEDUCIDO (WS-CB-K)
                   COMPUTE WS-DIF = WS-CB-COBRADO (WS-CB-K)
                       - WS-CB-DEDUCIDO (WS-CB-K)
                   MOVE WS-DIF TO WS-DIF-ED
                   DISPLAY 'DIFERENCIA: PLAN ' WS-CB-PLAN (WS-CB-K)
                       ' EMPLEADO ' WS-CB-ID (WS-CB-K)
                       ' COBRADO ' WS-CB-COBRADO (WS-CB-K)
                       ' DEDUCIDO ' WS-CB-DEDUCIDO (WS-CB-K)
                       ' DIF ' WS-DIF-ED
                   ADD 1 TO WS-DIFERENCIAS
               END-IF.

           COPY EMPCHKLKUP.
           COPY IXRLKUP.
