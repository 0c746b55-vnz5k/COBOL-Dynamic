      *********************************************************
      *PROGRAMA - REPORTE BIMESTRAL DE DESCUENTOS INFONAVIT.  *
      *EL INSTITUTO COBRA LOS DESCUENTOS DE VIVIENDA POR      *
      *BIMESTRE JUNTO CON LAS APORTACIONES. ESTE PROGRAMA     *
      *RECORRE EL DETALLE DE DEDUCCIONES (DEDDET, TIPO 'N')   *
      *DE LOS DOS MESES DEL BIMESTRE, ACUMULA LO RETENIDO POR *
      *EMPLEADO Y CREDITO, Y LISTA NSS, NOMBRE, CREDITO,      *
      *IMPORTE DE CADA MES Y TOTAL PARA CUADRAR CONTRA LA     *
      *CEDULA DEL INSTITUTO. AL FINAL SENALA LOS CREDITOS     *
      *VIGENTES EN INF-MAST SIN NINGUN DESCUENTO EN EL        *
      *BIMESTRE (AVISO CAPTURADO TARDE, EMPLEADO SIN PAGO).   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-INFRPT.

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
           COPY DETFILE.
           COPY INFFILE.

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

           COPY DETFD.
           COPY INFFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY DETSTAT.
           COPY INFSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ANO                       PIC 9(04).
       01 WS-BIM                       PIC 9.
       01 WS-MES-N                     PIC 9(02).
       01 WS-PER-1.
           05 WS-PER-1-ANO             PIC 9(04).
           05 WS-PER-1-MES             PIC 9(02).
       01 WS-PER-2.
           05 WS-PER-2-ANO             PIC 9(04).
           05 WS-PER-2-MES             PIC 9(02).
       01 WS-FIN-BIM                   PIC X(08).
       01 WS-INI-BIM                   PIC X(08).
       01 WS-TOT-MES1                  PIC 9(09)V99 VALUE 0.
       01 WS-TOT-MES2                  PIC 9(09)V99 VALUE 0.
       01 WS-TOT-BIM                   PIC 9(10)V99 VALUE 0.
       01 WS-SIN-DESC                  PIC 9(05) VALUE 0.
       01 WS-NOMBRE                    PIC X(30).
       01 WS-NSS                       PIC X(11).

      *ACUMULADO POR EMPLEADO Y CREDITO EN MEMORIA.
       01 WS-IR-TABLA.
           05 WS-IR-ENT OCCURS 2000 TIMES.
               10 WS-IR-ID             PIC 9(06).
               10 WS-IR-CREDITO        PIC X(10).
               10 WS-IR-MES1           PIC 9(07)V99.
               10 WS-IR-MES2           PIC 9(07)V99.
       01 WS-IR-USADOS                 PIC 9(04) VALUE 0.
       01 WS-IR-TRUNCADO               PIC X VALUE 'N'.
       01 WS-IR-I                      PIC 9(04).
       01 WS-IR-ENC                    PIC 9(04).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     DESCUENTOS INFONAVIT DEL BIMESTRE'.
           DISPLAY SEP.
           DISPLAY 'ANO (AAAA):'.
           ACCEPT WS-ANO.
           PERFORM 010-PIDE-BIMESTRE.
           COMPUTE WS-MES-N = WS-BIM * 2 - 1.
           MOVE WS-ANO TO WS-PER-1-ANO.
           MOVE WS-MES-N TO WS-PER-1-MES.
           MOVE WS-ANO TO WS-PER-2-ANO.
           COMPUTE WS-PER-2-MES = WS-MES-N + 1.
           STRING WS-PER-1 '01' DELIMITED BY SIZE INTO WS-INI-BIM.
           STRING WS-PER-2 '28' DELIMITED BY SIZE INTO WS-FIN-BIM.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE DEDUCCIONES (CORRA '
                   'DYN-PAYRUN PRIMERO). FILE STATUS: ' WS-DET-STATUS
               STOP RUN
           END-IF.
           PERFORM 100-ACUMULA UNTIL WS-FLAG = 1.
           CLOSE DEDDET.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 300-LISTADO.
           PERFORM 400-SIN-DESCUENTO.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'TOTAL MES ' WS-PER-1 ':  ' WS-TOT-MES1.
           DISPLAY 'TOTAL MES ' WS-PER-2 ':  ' WS-TOT-MES2.
           DISPLAY 'TOTAL DEL BIMESTRE:    ' WS-TOT-BIM.
           DISPLAY 'CREDITOS SIN DESCUENTO: ' WS-SIN-DESC.
           IF WS-IR-TRUNCADO = 'S'
               DISPLAY 'OJO: MAS DE 2000 CREDITOS, TABLA TRUNCADA'
           END-IF.
           DISPLAY SEP.
           STOP RUN.

           010-PIDE-BIMESTRE.
               DISPLAY 'BIMESTRE (1-6):'
               ACCEPT WS-BIM
               IF WS-BIM < 1 OR WS-BIM > 6
                   DISPLAY 'BIMESTRE INVALIDO'
                   PERFORM 010-PIDE-BIMESTRE
               END-IF.

           100-ACUMULA.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-TIPO = 'N'
                           AND (DD-PERIODO = WS-PER-1
                               OR DD-PERIODO = WS-PER-2)
                           PERFORM 200-SUMA
                       END-IF
               END-READ.

      *EL NUMERO DE CREDITO VIENE EN LA DESCRIPCION DEL RENGLON
      *('CRED ' + CREDITO), ASI QUEDA EL QUE ESTABA VIGENTE EN EL
      *PERIODO AUNQUE INF-MAST HAYA CAMBIADO DESPUES.
           200-SUMA.
               MOVE 0 TO WS-IR-ENC
               MOVE 1 TO WS-IR-I
               PERFORM 210-BUSCA UNTIL WS-IR-I > WS-IR-USADOS
                   OR WS-IR-ENC > 0
               IF WS-IR-ENC = 0
                   IF WS-IR-USADOS < 2000
                       ADD 1 TO WS-IR-USADOS
                       MOVE WS-IR-USADOS TO WS-IR-ENC
                       MOVE DD-ID-EMPL TO WS-IR-ID(WS-IR-ENC)
                       MOVE DD-DESC(6:10) TO WS-IR-CREDITO(WS-IR-ENC)
                       MOVE 0 TO WS-IR-MES1(WS-IR-ENC)
                       MOVE 0 TO WS-IR-MES2(WS-IR-ENC)
                   ELSE
                       MOVE 'S' TO WS-IR-TRUNCADO
                   END-IF
               END-IF
               IF WS-IR-ENC > 0
                   IF DD-PERIODO = WS-PER-1
                       ADD DD-MONTO TO WS-IR-MES1(WS-IR-ENC)
                       ADD DD-MONTO TO WS-TOT-MES1
                   ELSE
                       ADD DD-MONTO TO WS-IR-MES2(WS-IR-ENC)
                       ADD DD-MONTO TO WS-TOT-MES2
                   END-IF
                   ADD DD-MONTO TO WS-TOT-BIM
               END-IF.

           210-BUSCA.
               IF WS-IR-ID(WS-IR-I) = DD-ID-EMPL
                   AND WS-IR-CREDITO(WS-IR-I) = DD-DESC(6:10)
                   MOVE WS-IR-I TO WS-IR-ENC
               END-IF
               ADD 1 TO WS-IR-I.

       300-LISTADO.
           DISPLAY SEP.
           DISPLAY 'BIMESTRE ' WS-BIM ' DE ' WS-ANO
               ' (' WS-PER-1 ' Y ' WS-PER-2 ')'.
           DISPLAY 'ID     NSS         NOMBRE                        '
               ' CREDITO    MES 1   MES 2   TOTAL'.
           DISPLAY SEP.
           MOVE 0 TO WS-IR-I.
           PERFORM 310-LINEA WS-IR-USADOS TIMES.

           310-LINEA.
               ADD 1 TO WS-IR-I
               MOVE WS-IR-ID(WS-IR-I) TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       MOVE '** NO EXISTE EN EMPLEADO **' TO WS-NOMBRE
                       MOVE SPACES TO WS-NSS
                   NOT INVALID KEY
                       MOVE NOM-EMPL TO WS-NOMBRE
                       MOVE NSS TO WS-NSS
               END-READ
               COMPUTE WS-INF-CALC =
                   WS-IR-MES1(WS-IR-I) + WS-IR-MES2(WS-IR-I)
               DISPLAY WS-IR-ID(WS-IR-I) ' ' WS-NSS ' ' WS-NOMBRE
                   ' ' WS-IR-CREDITO(WS-IR-I) ' '
                   WS-IR-MES1(WS-IR-I) ' ' WS-IR-MES2(WS-IR-I) ' '
                   WS-INF-CALC.

      *CREDITOS CON AVISO DE RETENCION VIGENTE DENTRO DEL
      *BIMESTRE QUE NO TUVIERON NINGUN DESCUENTO.
       400-SIN-DESCUENTO.
           MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH.
           DISPLAY 'INFMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-INFMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-INFMAST-PATH = SPACES
               MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH
           END-IF.
           OPEN INPUT INF-MAST.
           IF WS-INF-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE CREDITOS INFONAVIT.'
           ELSE
               DISPLAY SEP
               DISPLAY 'CREDITOS VIGENTES SIN DESCUENTO EN EL '
                   'BIMESTRE:'
               MOVE 0 TO WS-FLAG
               PERFORM 410-REVISA UNTIL WS-FLAG = 1
               CLOSE INF-MAST
           END-IF.

           410-REVISA.
               READ INF-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF IF-F-RETENCION <= WS-FIN-BIM
                           AND (IF-F-SUSPENSION NOT NUMERIC
                               OR IF-F-SUSPENSION > WS-INI-BIM)
                           PERFORM 420-BUSCA-CREDITO
                       END-IF
               END-READ.

           420-BUSCA-CREDITO.
               MOVE 0 TO WS-IR-ENC
               MOVE 1 TO WS-IR-I
               PERFORM 430-BUSCA-ID UNTIL WS-IR-I > WS-IR-USADOS
                   OR WS-IR-ENC > 0
               IF WS-IR-ENC = 0
                   ADD 1 TO WS-SIN-DESC
                   DISPLAY '  ' IF-ID-EMPL ' CREDITO ' IF-CREDITO
                       ' RETENCION DESDE ' IF-F-RETENCION
               END-IF.

           430-BUSCA-ID.
               IF WS-IR-ID(WS-IR-I) = IF-ID-EMPL
                   MOVE WS-IR-I TO WS-IR-ENC
               END-IF
               ADD 1 TO WS-IR-I.

           COPY EMPCHKLKUP.
