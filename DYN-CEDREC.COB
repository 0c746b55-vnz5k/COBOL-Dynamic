      *********************************************************
      *PROGRAMA - CONCILIACION DE LA CEDULA BIMESTRAL DEL     *
      *IMSS. COMPARA POR NSS LA DETERMINACION DE CUOTAS QUE   *
      *CARGO DYN-CEDIMP (CED-MAST) PARA LA COMPANIA Y EL      *
      *BIMESTRE CAPTURADOS CONTRA LO NUESTRO: LAS CUOTAS      *
      *OBRERA Y PATRONAL DEL DETALLE IMSDET DE LOS DOS MESES  *
      *DEL BIMESTRE Y EL SDI QUE LE AVISAMOS AL IMSS (EL      *
      *ULTIMO AVISO DEL IDSE QUE RIGE AL CIERRE DEL BIMESTRE; *
      *SIN AVISO, EL SDI DEL DETALLE IMSDET). SALE AL SPOOL EN*
      *CUATRO SECCIONES: 1) TRABAJADORES QUE EL IMSS COBRA Y  *
      *NO TENEMOS ACTIVOS EN LA COMPANIA (NO EXISTEN, BAJA    *
      *ANTERIOR AL BIMESTRE, INGRESO POSTERIOR U OTRA         *
      *COMPANIA); 2) NUESTROS ACTIVOS DEL BIMESTRE QUE NO     *
      *VIENEN EN LA CEDULA; 3) SDI DISTINTO; 4) CUOTAS CON    *
      *DIFERENCIA MAYOR A LA TOLERANCIA CAPTURADA (EN PESOS   *
      *POR TRABAJADOR). UN EMPLEADO TRASPASADO SE TOMA EN SU  *
      *COMPANIA ACTUAL.                                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CEDREC.

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
           COPY CEDFILE.
           COPY IMSDETFILE.
           COPY IDSEFILE.
           COPY CIAFILE.
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

           COPY CEDFD.
           COPY IMSDETFD.
           COPY IDSEFD.
           COPY CIAFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY CEDSTAT.
           COPY IMSSTAT.
           COPY IDSESTAT.
           COPY CIASTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.

      *PARAMETROS: COMPANIA, BIMESTRE (AAAABB) Y TOLERANCIA EN
      *PESOS POR TRABAJADOR PARA LAS CUOTAS.
       01 WS-CIA                       PIC X(02).
       01 WS-BIM                       PIC X(06).
       01 WS-BIM-N REDEFINES WS-BIM.
           05 WS-BIM-ANIO              PIC 9(04).
           05 WS-BIM-NUM               PIC 9(02).
       01 WS-TOLERANCIA                PIC 9(05).

      *MESES DEL BIMESTRE (AAAAMM) Y SU PRIMER Y ULTIMO DIA.
       01 WS-MES-1                     PIC 9(06).
       01 WS-MES-2                     PIC 9(06).
       01 WS-BIM-INI                   PIC 9(08).
       01 WS-BIM-INI-X REDEFINES WS-BIM-INI PIC X(08).
       01 WS-BIM-FIN                   PIC 9(08).
       01 WS-BIM-FIN-X REDEFINES WS-BIM-FIN PIC X(08).
       01 WS-FECHA-N                   PIC 9(08).

      *EMPLEADOS DEL MAESTRO (TODAS LAS COMPANIAS, PARA DECIR POR
      *QUE UN NSS COBRADO NO ES NUESTRO ACTIVO) CON LO QUE LES
      *CALCULAMOS EN EL BIMESTRE. WS-EM-ACT = 'S' SI ESTUVO ACTIVO
      *EN LA COMPANIA DURANTE EL BIMESTRE; WS-EM-VISTO = 'S' SI
      *VINO EN LA CEDULA.
       01 WS-EM-N                      PIC 9(04) VALUE 0.
       01 WS-EM-TRUNCADO               PIC X VALUE 'N'.
       01 WS-EM-TABLA.
           05 WS-EM-ENT OCCURS 5000 TIMES.
               10 WS-EM-ID             PIC 9(06).
               10 WS-EM-NSS            PIC X(11).
               10 WS-EM-NOM            PIC X(30).
               10 WS-EM-CIA            PIC X(02).
               10 WS-EM-ING            PIC X(08).
               10 WS-EM-BAJA           PIC X(08).
               10 WS-EM-ACT            PIC X.
               10 WS-EM-SDI-IDS        PIC 9(05)V99.
               10 WS-EM-IDS-FEC        PIC X(08).
               10 WS-EM-SDI-DET        PIC 9(05)V99.
               10 WS-EM-OBR            PIC 9(07)V99.
               10 WS-EM-PAT            PIC 9(07)V99.
               10 WS-EM-VISTO          PIC X.
       01 WS-EX                        PIC 9(04).
       01 WS-EM-HALLO                  PIC 9(04).
       01 WS-ID-BUSCA                  PIC 9(06).

       01 WS-CON-DET                   PIC X VALUE 'N'.
       01 WS-CON-IDS                   PIC X VALUE 'N'.
       01 WS-PASE                      PIC 9.
       01 WS-MOTIVO                    PIC X(20).
       01 WS-ORIGEN                    PIC X(14).
       01 WS-SDI-NUESTRO               PIC 9(05)V99.
       01 WS-CUOTA-IMSS                PIC 9(08)V99.
       01 WS-CUOTA-NUESTRA             PIC 9(08)V99.
       01 WS-DIF                       PIC S9(08)V99.
       01 WS-DIF-ABS                   PIC 9(08)V99.

       01 WS-NO-ACTIVOS                PIC 9(05) VALUE 0.
       01 WS-NO-COBRADOS               PIC 9(05) VALUE 0.
       01 WS-SDI-DIFIEREN              PIC 9(05) VALUE 0.
       01 WS-CUOTA-DIFIEREN            PIC 9(05) VALUE 0.
       01 WS-NSS-CEDULA                PIC 9(05) VALUE 0.
       01 WS-TOT-IMSS                  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-NUESTRO               PIC 9(10)V99 VALUE 0.
       01 WS-TOT-DIF                   PIC S9(10)V99 VALUE 0.

       01 WS-ED-ID                     PIC Z(06).
       01 WS-ED-DIAS                   PIC Z9.
       01 WS-ED-SDI-1                  PIC ZZ,ZZ9.99.
       01 WS-ED-SDI-2                  PIC ZZ,ZZ9.99.
       01 WS-ED-IMP-1                  PIC ZZZ,ZZ9.99.
       01 WS-ED-IMP-2                  PIC ZZZ,ZZ9.99.
       01 WS-ED-DIF                    PIC -ZZZ,ZZ9.99.
       01 WS-ED-TOT-1                  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-TOT-2                  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-TOT-DIF                PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CONCILIACION DE LA CEDULA BIMESTRAL DEL IMSS'.
           DISPLAY SEP.
           PERFORM 040-PIDE-CIA.
           PERFORM 045-PIDE-BIMESTRE.
           DISPLAY 'TOLERANCIA EN PESOS POR TRABAJADOR (0 USA 1):'.
           ACCEPT WS-TOLERANCIA.
           IF WS-TOLERANCIA = 0
               MOVE 1 TO WS-TOLERANCIA
           END-IF.
           PERFORM 030-FECHAS-BIMESTRE.
           MOVE WS-CEDMAST-PATH-DFLT TO WS-CEDMAST-PATH.
           DISPLAY 'CEDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CEDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CEDMAST-PATH = SPACES
               MOVE WS-CEDMAST-PATH-DFLT TO WS-CEDMAST-PATH
           END-IF.
           OPEN INPUT CED-MAST.
           IF WS-CED-STATUS NOT = '00'
               DISPLAY 'SIN CEDULAS CARGADAS (DYN-CEDIMP). '
                   'FILE STATUS: ' WS-CED-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CIA TO CD-CIA.
           MOVE WS-BIM TO CD-BIM.
           MOVE LOW-VALUES TO CD-NSS.
           START CED-MAST KEY IS NOT LESS THAN CD-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
               NOT INVALID KEY
                   READ CED-MAST NEXT RECORD
                       AT END MOVE 1 TO WS-FLAG
                   END-READ
           END-START.
           IF WS-FLAG = 1 OR CD-CIA NOT = WS-CIA
               OR CD-BIM NOT = WS-BIM
               DISPLAY 'NO HAY CEDULA CARGADA DE LA COMPANIA ' WS-CIA
                   ' BIMESTRE ' WS-BIM ' (DYN-CEDIMP).'
               CLOSE CED-MAST
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
           PERFORM 050-CARGA-EMPLEADOS.
           CLOSE EMPLEADO.
           PERFORM 060-CARGA-DETALLE.
           PERFORM 070-CARGA-AVISOS.
           MOVE 'DYN-CEDREC' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'CIA ' WS-CIA ' BIM ' WS-BIM
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     CEDULA IMSS CONTRA NOMINA   CIA ' WS-CIA
               ' ' CM-NOM(1:20) '   BIMESTRE ' WS-BIM
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     MESES ' WS-MES-1 ' Y ' WS-MES-2
               '   TOLERANCIA EN CUOTAS: ' WS-TOLERANCIA ' PESOS'
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           IF WS-CON-DET = 'N'
               MOVE '     SIN DETALLE IMSDET: NUESTRAS CUOTAS EN CERO'
                   TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           IF WS-EM-TRUNCADO = 'S'
               MOVE SPACES TO WS-SPL-LINEA
               STRING '     MAS DE 5000 EMPLEADOS EN EL MAESTRO: LOS '
                   'RESTANTES NO SE COMPARAN'
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
           END-IF.
           PERFORM 100-NO-ACTIVOS.
           PERFORM 200-NO-COBRADOS.
           PERFORM 300-SDI.
           PERFORM 400-CUOTAS.
           PERFORM 500-TOTALES.
           PERFORM 942-SPOOL-CIERRA.
           CLOSE CED-MAST.
           DISPLAY 'NSS EN LA CEDULA: ' WS-NSS-CEDULA
               '  NO ACTIVOS: ' WS-NO-ACTIVOS
               '  NO COBRADOS: ' WS-NO-COBRADOS.
           DISPLAY 'SDI DISTINTO: ' WS-SDI-DIFIEREN
               '  CUOTAS FUERA DE TOLERANCIA: ' WS-CUOTA-DIFIEREN.
           STOP RUN.

      *BIMESTRE BB: MESES 2*BB-1 Y 2*BB. EL FIN ES LA VISPERA DEL
      *PRIMER DIA DEL MES SIGUIENTE AL SEGUNDO.
       030-FECHAS-BIMESTRE.
           COMPUTE WS-MES-1 = WS-BIM-ANIO * 100 + WS-BIM-NUM * 2 - 1.
           COMPUTE WS-MES-2 = WS-MES-1 + 1.
           COMPUTE WS-BIM-INI = WS-MES-1 * 100 + 1.
           IF WS-BIM-NUM = 6
               COMPUTE WS-FECHA-N = (WS-BIM-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-N = WS-MES-2 * 100 + 101
           END-IF.
           COMPUTE WS-BIM-FIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-N) - 1).

           040-PIDE-CIA.
               DISPLAY 'COMPANIA A CONCILIAR (01 = LA ORIGINAL):'
               ACCEPT WS-CIA
               IF WS-CIA = SPACES
                   PERFORM 040-PIDE-CIA
               ELSE
                   MOVE SPACES TO CIA-REC
                   MOVE WS-CIA TO CM-CLV
                   PERFORM 973-CIA-LOOKUP
                   IF WS-CIA-OK = 'N'
                       PERFORM 040-PIDE-CIA
                   END-IF
               END-IF.

           045-PIDE-BIMESTRE.
               DISPLAY 'BIMESTRE (AAAABB, BB DE 01 A 06):'
               ACCEPT WS-BIM
               IF WS-BIM NOT NUMERIC
                   DISPLAY 'BIMESTRE INVALIDO'
                   PERFORM 045-PIDE-BIMESTRE
               ELSE
                   IF WS-BIM-NUM < 1 OR WS-BIM-NUM > 6
                       DISPLAY 'BIMESTRE INVALIDO'
                       PERFORM 045-PIDE-BIMESTRE
                   END-IF
               END-IF.

      *ACTIVO EN EL BIMESTRE: DE LA COMPANIA, INGRESO A MAS TARDAR
      *AL CIERRE Y SIN BAJA O CON BAJA DENTRO DEL BIMESTRE O
      *DESPUES. SIN CIA-CLV ES LA '01'.
       050-CARGA-EMPLEADOS.
           MOVE 0 TO ID-EMPL.
           MOVE 0 TO WS-LEE-FLAG.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 051-LEE-EMPLEADO UNTIL WS-LEE-FLAG = 1.

           051-LEE-EMPLEADO.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF WS-EM-N < 5000
                           PERFORM 052-AGREGA
                       ELSE
                           MOVE 'S' TO WS-EM-TRUNCADO
                       END-IF
               END-READ.

           052-AGREGA.
               ADD 1 TO WS-EM-N
               MOVE ID-EMPL TO WS-EM-ID(WS-EM-N)
               MOVE NSS TO WS-EM-NSS(WS-EM-N)
               MOVE NOM-EMPL TO WS-EM-NOM(WS-EM-N)
               MOVE CIA-CLV TO WS-EM-CIA(WS-EM-N)
               IF CIA-CLV = SPACES
                   MOVE '01' TO WS-EM-CIA(WS-EM-N)
               END-IF
               MOVE F-ING TO WS-EM-ING(WS-EM-N)
               MOVE SPACES TO WS-EM-BAJA(WS-EM-N)
               IF EMP-STATUS = 'I'
                   MOVE TERM-FECHA TO WS-EM-BAJA(WS-EM-N)
               END-IF
               MOVE 'N' TO WS-EM-ACT(WS-EM-N)
               IF WS-EM-CIA(WS-EM-N) = WS-CIA
                   AND F-ING NOT > WS-BIM-FIN-X
                   AND (EMP-STATUS NOT = 'I'
                       OR TERM-FECHA NOT < WS-BIM-INI-X)
                   MOVE 'S' TO WS-EM-ACT(WS-EM-N)
               END-IF
               MOVE 0 TO WS-EM-SDI-IDS(WS-EM-N)
               MOVE SPACES TO WS-EM-IDS-FEC(WS-EM-N)
               MOVE 0 TO WS-EM-SDI-DET(WS-EM-N)
               MOVE 0 TO WS-EM-OBR(WS-EM-N)
               MOVE 0 TO WS-EM-PAT(WS-EM-N)
               MOVE 'N' TO WS-EM-VISTO(WS-EM-N).

      *CUOTAS DE TODAS LAS CORRIDAS DE LOS DOS MESES; EL SDI ES EL
      *DE LA ULTIMA.
       060-CARGA-DETALLE.
           MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH.
           DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IMSDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IMSDET-PATH = SPACES
               MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH
           END-IF.
           OPEN INPUT IMSDET.
           IF WS-IMSDET-STATUS = '00'
               MOVE 'S' TO WS-CON-DET
               MOVE 0 TO WS-LEE-FLAG
               PERFORM 061-LEE-DETALLE UNTIL WS-LEE-FLAG = 1
               CLOSE IMSDET
           ELSE
               DISPLAY 'SIN DETALLE IMSDET. FILE STATUS: '
                   WS-IMSDET-STATUS
           END-IF.

           061-LEE-DETALLE.
               READ IMSDET
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF IMD-PERIODO = WS-MES-1
                           OR IMD-PERIODO = WS-MES-2
                           MOVE IMD-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 080-BUSCA-ID
                           IF WS-EM-HALLO > 0
                               ADD IMD-OBR TO WS-EM-OBR(WS-EM-HALLO)
                               ADD IMD-PAT TO WS-EM-PAT(WS-EM-HALLO)
                               MOVE IMD-SDI
                                   TO WS-EM-SDI-DET(WS-EM-HALLO)
                           END-IF
                       END-IF
               END-READ.

      *EL SDI AVISADO: EL AVISO MAS RECIENTE QUE RIGE A MAS TARDAR
      *AL CIERRE DEL BIMESTRE. LA BAJA ('02') NO TRAE SDI.
       070-CARGA-AVISOS.
           MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH.
           DISPLAY 'IDSEEXT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IDSEEXT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IDSEEXT-PATH = SPACES
               MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH
           END-IF.
           OPEN INPUT IDSE-EXT.
           IF WS-IDSE-STATUS = '00'
               MOVE 'S' TO WS-CON-IDS
               MOVE 0 TO WS-LEE-FLAG
               PERFORM 071-LEE-AVISO UNTIL WS-LEE-FLAG = 1
               CLOSE IDSE-EXT
           END-IF.

           071-LEE-AVISO.
               READ IDSE-EXT
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF IDS-FECHA NOT > WS-BIM-FIN-X
                           AND IDS-TIPO-MOV NOT = '02'
                           MOVE IDS-ID-EMPL TO WS-ID-BUSCA
                           PERFORM 080-BUSCA-ID
                           IF WS-EM-HALLO > 0
                               PERFORM 072-TOMA-AVISO
                           END-IF
                       END-IF
               END-READ.

           072-TOMA-AVISO.
               IF WS-EM-IDS-FEC(WS-EM-HALLO) = SPACES
                   OR IDS-FECHA NOT < WS-EM-IDS-FEC(WS-EM-HALLO)
                   MOVE IDS-SDI-NVO TO WS-EM-SDI-IDS(WS-EM-HALLO)
                   MOVE IDS-FECHA TO WS-EM-IDS-FEC(WS-EM-HALLO)
               END-IF.

       080-BUSCA-ID.
           MOVE 0 TO WS-EM-HALLO.
           PERFORM 081-COMPARA-ID VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-N OR WS-EM-HALLO > 0.

           081-COMPARA-ID.
               IF WS-EM-ID(WS-EX) = WS-ID-BUSCA
                   MOVE WS-EX TO WS-EM-HALLO
               END-IF.

      *UN NSS PUEDE ESTAR EN DOS IDS (REINGRESO CON ID NUEVO): SE
      *PREFIERE EL QUE ESTUVO ACTIVO EN EL BIMESTRE.
       090-BUSCA-NSS.
           MOVE 0 TO WS-EM-HALLO.
           PERFORM 091-COMPARA-NSS VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-N.

           091-COMPARA-NSS.
               IF WS-EM-NSS(WS-EX) = CD-NSS
                   IF WS-EM-HALLO = 0
                       MOVE WS-EX TO WS-EM-HALLO
                   ELSE
                       IF WS-EM-ACT(WS-EX) = 'S'
                           MOVE WS-EX TO WS-EM-HALLO
                       END-IF
                   END-IF
               END-IF.

      *SDI CON QUE LO TENEMOS AVISADO Y DE DONDE SALE.
       095-SDI-NUESTRO.
           IF WS-EM-IDS-FEC(WS-EM-HALLO) NOT = SPACES
               MOVE WS-EM-SDI-IDS(WS-EM-HALLO) TO WS-SDI-NUESTRO
               MOVE SPACES TO WS-ORIGEN
               STRING 'IDSE ' WS-EM-IDS-FEC(WS-EM-HALLO)
                   DELIMITED BY SIZE INTO WS-ORIGEN
           ELSE
               MOVE WS-EM-SDI-DET(WS-EM-HALLO) TO WS-SDI-NUESTRO
               MOVE 'IMSDET' TO WS-ORIGEN
           END-IF.

      *RECORRE LA CEDULA DE LA COMPANIA Y EL BIMESTRE PARA LA
      *SECCION EN WS-PASE.
       099-RECORRE-CEDULA.
           MOVE WS-CIA TO CD-CIA.
           MOVE WS-BIM TO CD-BIM.
           MOVE LOW-VALUES TO CD-NSS.
           MOVE 0 TO WS-LEE-FLAG.
           START CED-MAST KEY IS NOT LESS THAN CD-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 098-LEE-CEDULA UNTIL WS-LEE-FLAG = 1.

           098-LEE-CEDULA.
               READ CED-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF CD-CIA NOT = WS-CIA OR CD-BIM NOT = WS-BIM
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           PERFORM 090-BUSCA-NSS
                           EVALUATE WS-PASE
                               WHEN 1 PERFORM 110-NO-ACTIVO
                               WHEN 3 PERFORM 310-COMPARA-SDI
                               WHEN 4 PERFORM 410-COMPARA-CUOTAS
                           END-EVALUATE
                       END-IF
               END-READ.

       100-NO-ACTIVOS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '1. EL IMSS LOS COBRA Y NO LOS TENEMOS ACTIVOS'
               TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'NSS         NOMBRE EN LA CEDULA           ID '
               TO WS-SPL-LINEA.
           MOVE 'DI     CUOTAS MOTIVO' TO WS-SPL-LINEA(46:20).
           PERFORM 941-SPOOL-LINEA.
           MOVE 1 TO WS-PASE.
           PERFORM 099-RECORRE-CEDULA.

           110-NO-ACTIVO.
               ADD 1 TO WS-NSS-CEDULA
               IF WS-EM-HALLO > 0
                   IF WS-EM-ACT(WS-EM-HALLO) = 'S'
                       MOVE 'S' TO WS-EM-VISTO(WS-EM-HALLO)
                   END-IF
               END-IF
               IF WS-EM-HALLO = 0
                   MOVE 'NO EXISTE' TO WS-MOTIVO
                   MOVE 0 TO WS-ED-ID
                   PERFORM 120-LINEA-NO-ACTIVO
               ELSE
                   IF WS-EM-ACT(WS-EM-HALLO) NOT = 'S'
                       PERFORM 115-MOTIVO
                       MOVE WS-EM-ID(WS-EM-HALLO) TO WS-ED-ID
                       PERFORM 120-LINEA-NO-ACTIVO
                   END-IF
               END-IF.

           115-MOTIVO.
               MOVE SPACES TO WS-MOTIVO
               EVALUATE TRUE
                   WHEN WS-EM-CIA(WS-EM-HALLO) NOT = WS-CIA
                       STRING 'ES DE LA CIA ' WS-EM-CIA(WS-EM-HALLO)
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN WS-EM-ING(WS-EM-HALLO) > WS-BIM-FIN-X
                       STRING 'INGRESA ' WS-EM-ING(WS-EM-HALLO)
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN OTHER
                       STRING 'BAJA ' WS-EM-BAJA(WS-EM-HALLO)
                           DELIMITED BY SIZE INTO WS-MOTIVO
               END-EVALUATE.

           120-LINEA-NO-ACTIVO.
               ADD 1 TO WS-NO-ACTIVOS
               MOVE CD-DIAS TO WS-ED-DIAS
               COMPUTE WS-ED-IMP-1 = CD-OBR + CD-PAT
               MOVE SPACES TO WS-SPL-LINEA
               STRING CD-NSS ' ' CD-NOMBRE(1:25) ' ' WS-ED-ID ' '
                   WS-ED-DIAS ' ' WS-ED-IMP-1 ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

      *NUESTROS ACTIVOS DEL BIMESTRE QUE LA CEDULA NO TRAE (O QUE
      *NO TIENEN NSS Y NO PUEDEN VENIR).
       200-NO-COBRADOS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '2. ACTIVOS NUESTROS QUE NO VIENEN EN LA CEDULA'
               TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'NSS         NOMBRE                         ID'
               TO WS-SPL-LINEA.
           MOVE '       SDI     CUOTAS' TO WS-SPL-LINEA(46:21).
           PERFORM 941-SPOOL-LINEA.
           PERFORM 210-NO-COBRADO
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EM-N.

           210-NO-COBRADO.
               IF WS-EM-ACT(WS-EX) = 'S' AND WS-EM-VISTO(WS-EX) = 'N'
                   ADD 1 TO WS-NO-COBRADOS
                   MOVE WS-EX TO WS-EM-HALLO
                   PERFORM 095-SDI-NUESTRO
                   MOVE WS-EM-ID(WS-EX) TO WS-ED-ID
                   MOVE WS-SDI-NUESTRO TO WS-ED-SDI-1
                   COMPUTE WS-ED-IMP-1 = WS-EM-OBR(WS-EX)
                       + WS-EM-PAT(WS-EX)
                   MOVE SPACES TO WS-SPL-LINEA
                   IF WS-EM-NSS(WS-EX) = SPACES
                       STRING 'SIN NSS     ' WS-EM-NOM(WS-EX)(1:26)
                           ' ' WS-ED-ID ' ' WS-ED-SDI-1 ' '
                           WS-ED-IMP-1
                           DELIMITED BY SIZE INTO WS-SPL-LINEA
                   ELSE
                       STRING WS-EM-NSS(WS-EX) ' '
                           WS-EM-NOM(WS-EX)(1:26) ' ' WS-ED-ID ' '
                           WS-ED-SDI-1 ' ' WS-ED-IMP-1
                           DELIMITED BY SIZE INTO WS-SPL-LINEA
                   END-IF
                   PERFORM 941-SPOOL-LINEA
               END-IF.

       300-SDI.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '3. SDI DE LA CEDULA DISTINTO DEL QUE AVISAMOS'
               TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'NSS         NOMBRE                   ID  SDI '
               TO WS-SPL-LINEA.
           MOVE 'IMSS   SDI NUESTRO AVISADO EN' TO WS-SPL-LINEA(46:29).
           PERFORM 941-SPOOL-LINEA.
           MOVE 3 TO WS-PASE.
           PERFORM 099-RECORRE-CEDULA.

           310-COMPARA-SDI.
               IF WS-EM-HALLO > 0
                   IF WS-EM-ACT(WS-EM-HALLO) = 'S'
                       PERFORM 095-SDI-NUESTRO
                       IF CD-SDI NOT = WS-SDI-NUESTRO
                           PERFORM 320-LINEA-SDI
                       END-IF
                   END-IF
               END-IF.

           320-LINEA-SDI.
               ADD 1 TO WS-SDI-DIFIEREN
               MOVE WS-EM-ID(WS-EM-HALLO) TO WS-ED-ID
               MOVE CD-SDI TO WS-ED-SDI-1
               MOVE WS-SDI-NUESTRO TO WS-ED-SDI-2
               MOVE SPACES TO WS-SPL-LINEA
               STRING CD-NSS ' ' CD-NOMBRE(1:20) ' ' WS-ED-ID ' '
                   WS-ED-SDI-1 '   ' WS-ED-SDI-2 '   ' WS-ORIGEN
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

      *DIFERENCIA = LO QUE COBRA EL IMSS MENOS LO QUE CALCULAMOS
      *(OBRERA MAS PATRONAL DE LOS DOS MESES).
       400-CUOTAS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '4. CUOTAS CON DIFERENCIA MAYOR A ' WS-TOLERANCIA
               ' PESOS' DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'NSS         NOMBRE                   ID COBRA'
               TO WS-SPL-LINEA.
           MOVE ' IMSS CALCULAMOS  DIFERENCIA' TO WS-SPL-LINEA(46:28).
           PERFORM 941-SPOOL-LINEA.
           MOVE 4 TO WS-PASE.
           PERFORM 099-RECORRE-CEDULA.

           410-COMPARA-CUOTAS.
               IF WS-EM-HALLO > 0
                   IF WS-EM-ACT(WS-EM-HALLO) = 'S'
                       COMPUTE WS-CUOTA-IMSS = CD-OBR + CD-PAT
                       COMPUTE WS-CUOTA-NUESTRA = WS-EM-OBR(WS-EM-HALLO)
                           + WS-EM-PAT(WS-EM-HALLO)
                       COMPUTE WS-DIF = WS-CUOTA-IMSS - WS-CUOTA-NUESTRA
                       ADD WS-CUOTA-IMSS TO WS-TOT-IMSS
                       ADD WS-CUOTA-NUESTRA TO WS-TOT-NUESTRO
                       ADD WS-DIF TO WS-TOT-DIF
                       IF WS-DIF < 0
                           COMPUTE WS-DIF-ABS = 0 - WS-DIF
                       ELSE
                           MOVE WS-DIF TO WS-DIF-ABS
                       END-IF
                       IF WS-DIF-ABS > WS-TOLERANCIA
                           PERFORM 420-LINEA-CUOTAS
                       END-IF
                   END-IF
               END-IF.

           420-LINEA-CUOTAS.
               ADD 1 TO WS-CUOTA-DIFIEREN
               MOVE WS-EM-ID(WS-EM-HALLO) TO WS-ED-ID
               MOVE WS-CUOTA-IMSS TO WS-ED-IMP-1
               MOVE WS-CUOTA-NUESTRA TO WS-ED-IMP-2
               MOVE WS-DIF TO WS-ED-DIF
               MOVE SPACES TO WS-SPL-LINEA
               STRING CD-NSS ' ' CD-NOMBRE(1:20) ' ' WS-ED-ID ' '
                   WS-ED-IMP-1 ' ' WS-ED-IMP-2 ' ' WS-ED-DIF
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

       500-TOTALES.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'NSS EN LA CEDULA: ' WS-NSS-CEDULA
               '  NO ACTIVOS: ' WS-NO-ACTIVOS
               '  NO COBRADOS: ' WS-NO-COBRADOS
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'SDI DISTINTO: ' WS-SDI-DIFIEREN
               '  CUOTAS FUERA DE TOLERANCIA: ' WS-CUOTA-DIFIEREN
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-TOT-IMSS TO WS-ED-TOT-1.
           MOVE WS-TOT-NUESTRO TO WS-ED-TOT-2.
           MOVE WS-TOT-DIF TO WS-ED-TOT-DIF.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'CUOTAS DE LOS ACTIVOS  IMSS: ' WS-ED-TOT-1
               '  NOMINA: ' WS-ED-TOT-2
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'DIFERENCIA TOTAL: ' WS-ED-TOT-DIF
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.

           COPY CIALKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
