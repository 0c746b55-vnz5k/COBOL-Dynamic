      *********************************************************
      *PROGRAMA - PROVISION DE SUELDOS DEVENGADOS NO PAGADOS  *
      *AL CIERRE DE MES. PASO DE CIERRE: LOS PERIODOS DEL     *
      *GRUPO SEMANAL CRUZAN EL FIN DE MES Y LOS DIAS          *
      *TRABAJADOS DESPUES DEL ULTIMO DIA QUE CUBRIO LA NOMINA *
      *DEL GRUPO NO ESTAN EN LIBROS. PARA CADA GRUPO DE PAGO  *
      *('S' SEMANAL / 'M' MENSUAL) TOMA EL ULTIMO DIA PAGADO  *
      *(EL ULTIMO DOMINGO DEL MES PARA EL SEMANAL; PARA EL    *
      *MENSUAL EL FIN DE MES SI SU PERIODO YA ESTA CERRADO EN *
      *PERCTL O NADA SI AUN NO CORRE) Y VALUA LOS DIAS        *
      *DEVENGADOS HASTA EL FIN DE MES CON EL MISMO PAGO DE LA *
      *CORRIDA (912-CALCULA-PAGO, SOBRE LA BASE DE 30),       *
      *DEPARTAMENTO POR DEPARTAMENTO. LA POLIZA CARGA AL GASTO*
      *Y ABONA AL PASIVO SEGUN GL-MAP, RESPETANDO EL CONTROL  *
      *DE MESES CONTABLES (ACP-MAST) COMO DYN-VACPROV: UN MES *
      *CERRADO REDIRIGE LA POLIZA AL MES EN CURSO CON MARCA   *
      *'AR'. EN LA MISMA POLIZA SALE LA REVERSA (MARCA 'RV',  *
      *CUENTAS AL REVES) FECHADA EN EL PRIMER MES ABIERTO     *
      *SIGUIENTE, PARA QUE LA NOMINA QUE PAGUE ESOS DIAS NO   *
      *LOS DUPLIQUE EN GASTO. LO POSTEADO QUEDA EN DEV-PROV;  *
      *UN MES YA PROVISIONADO SE RECHAZA. MISMO LAYOUT DE     *
      *POLIZA QUE DYN-VACPROV, EN SU PROPIO ARCHIVO (DVVOUCH).*
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DEVPROV.

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

           SELECT DVVOUCH ASSIGN TO WS-DVVOUCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DVV-STATUS.
           COPY GLFILE.
           COPY ACPFILE.
           COPY PERCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY DVPFILE.

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

       FD DVVOUCH.
       01 DVV-REC.
           05 DVV-CUENTA               PIC X(08).
           05 FILLER                   PIC X VALUE SPACE.
           05 DVV-DEBE                 PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DVV-HABER                PIC 9(09)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DVV-PERIODO              PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 DVV-MARCA                PIC X(02).
           COPY GLFD.
           COPY ACPFD.
           COPY PERCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY DVPFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY GLSTAT.
           COPY ACPSTAT.
           COPY PERCSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DVPSTAT.
       01 WS-DVV-STATUS                PIC X(02).
       01 WS-DVVOUCH-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DVVOUCH.TXT'.
       01 WS-DVVOUCH-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ERRORES                   PIC 9(05) VALUE 0.
       01 WS-EMPLEADOS                 PIC 9(05) VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.

       01 WS-PERIODO                   PIC X(06).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).
       01 WS-PER-AAAA                  PIC 9(04).
       01 WS-PER-MM                    PIC 9(02).
       01 WS-CIA                       PIC X(02).

      *PRIMER Y ULTIMO DIA DEL MES DE CIERRE, EN FECHA Y JULIANO,
      *Y EL MES QUE SIGUE A UNO DADO (080-MES-SIGUIENTE).
       01 WS-INI-N                     PIC 9(08).
       01 WS-INI-JUL                   PIC 9(08).
       01 WS-FIN-N                     PIC 9(08).
       01 WS-FIN-JUL                   PIC 9(08).
       01 WS-SIG-N                     PIC 9(08).
       01 WS-MES-SIG                   PIC X(06).

      *ULTIMO DIA PAGADO DE CADA GRUPO: 1 = 'S' SEMANAL, 2 = 'M'
      *MENSUAL (UN GRUPO-PAGO EN SPACES CUENTA COMO 'M').
       01 WS-GPO-TABLA.
           05 WS-GPO OCCURS 2 TIMES.
               10 WS-GPO-CLV           PIC X.
               10 WS-GPO-HASTA         PIC 9(08).
               10 WS-GPO-DIAS          PIC 9(02).
               10 WS-GPO-TOT           PIC 9(10)V99.
       01 WS-GX                        PIC 9.
       01 WS-CON-PERC                  PIC X VALUE 'N'.
       01 WS-DFLT-JUL                  PIC 9(08).
       01 WS-DFLT-N                    PIC 9(08).
       01 WS-CORTE-X                   PIC X(08).
       01 WS-CORTE-N REDEFINES WS-CORTE-X PIC 9(08).
       01 WS-CORTE-JUL                 PIC 9(08).
       01 WS-CORTE-OK                  PIC X.

      *MES AL QUE SALE LA PROVISION (EL DE CIERRE O, SI ESTA
      *CERRADO, EL EN CURSO CON 'AR') Y EL DE LA REVERSA: EL
      *PRIMER MES ABIERTO DESPUES DEL DE LA PROVISION.
       01 WS-POL-MES                   PIC X(06).
       01 WS-POL-MARCA                 PIC X(02).
       01 WS-MES-REV                   PIC X(06).
       01 WS-REV-OK                    PIC X.

       01 WS-FECHA-N                   PIC 9(08).
       01 WS-DIAS                      PIC 9(05).
       01 WS-VALOR                     PIC 9(07)V99.

      *PROVISION POR DEPARTAMENTO (CLV-DEP 0-999; SUBSCRIPT ES
      *CLV-DEP + 1) Y GRUPO.
       01 WS-DVP-TABLA.
           05 WS-DVP-ENT OCCURS 1000 TIMES.
               10 WS-DVP-IMP           PIC 9(09)V99 OCCURS 2 TIMES.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).
       01 WS-TOT-PROV                  PIC 9(10)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     PROVISION DE SUELDOS DEVENGADOS NO PAGADOS'.
           DISPLAY SEP.
           MOVE 0 TO WS-IX.
           PERFORM 030-LIMPIA-TABLA 1000 TIMES.
           PERFORM 040-PIDE-PERIODO.
           PERFORM 046-PIDE-CIA.
           PERFORM 050-FIN-DE-MES.
           PERFORM 060-ABRE-PROVISION.
           PERFORM 070-CORTE-GRUPOS.
           PERFORM 080-MESES-POLIZA.
           PERFORM 100-VALUA.
           PERFORM 300-GENERA-POLIZA.
           CLOSE DEV-PROV.
           DISPLAY SEP.
           DISPLAY 'EMPLEADOS VALUADOS: ' WS-EMPLEADOS
               '  PROVISION: ' WS-TOT-PROV.
           DISPLAY 'SEMANAL: ' WS-GPO-TOT(1)
               '  MENSUAL: ' WS-GPO-TOT(2).
           DISPLAY 'PROVISION EN ' WS-POL-MES ', REVERSA EN '
               WS-MES-REV.
           DISPLAY SEP.
           STOP RUN.

           030-LIMPIA-TABLA.
               ADD 1 TO WS-IX
               MOVE 0 TO WS-DVP-IMP(WS-IX, 1)
               MOVE 0 TO WS-DVP-IMP(WS-IX, 2).

           040-PIDE-PERIODO.
               DISPLAY 'MES A PROVISIONAR (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   OR WS-PERIODO(5:2) < '01'
                   OR WS-PERIODO(5:2) > '12'
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 040-PIDE-PERIODO
               END-IF.

           046-PIDE-CIA.
               DISPLAY 'COMPANIA A PROVISIONAR (01 = LA ORIGINAL):'
               ACCEPT WS-CIA
               IF WS-CIA = SPACES
                   PERFORM 046-PIDE-CIA
               END-IF.

      *EL ULTIMO DIA DEL MES ES LA VISPERA DEL PRIMERO DEL MES
      *SIGUIENTE.
           050-FIN-DE-MES.
               COMPUTE WS-INI-N = WS-PERIODO-N * 100 + 1
               COMPUTE WS-INI-JUL = FUNCTION INTEGER-OF-DATE(WS-INI-N)
               MOVE WS-PERIODO TO WS-MES-SIG
               PERFORM 085-MES-SIGUIENTE
               COMPUTE WS-SIG-N = WS-PER-AAAA * 10000
                   + WS-PER-MM * 100 + 1
               COMPUTE WS-FIN-JUL =
                   FUNCTION INTEGER-OF-DATE(WS-SIG-N) - 1
               COMPUTE WS-FIN-N =
                   FUNCTION DATE-OF-INTEGER(WS-FIN-JUL).

      *UN MES YA PROVISIONADO SE RECHAZA: POSTEARLO DOS VECES
      *DUPLICARIA LA PROVISION Y SU REVERSA EN LIBROS.
           060-ABRE-PROVISION.
               MOVE WS-DEVPROV-PATH-DFLT TO WS-DEVPROV-PATH
               DISPLAY 'DEVPROV_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEVPROV-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEVPROV-PATH = SPACES
                   MOVE WS-DEVPROV-PATH-DFLT TO WS-DEVPROV-PATH
               END-IF
               OPEN I-O DEV-PROV
               IF WS-DVP-STATUS = '35'
                   OPEN OUTPUT DEV-PROV
                   CLOSE DEV-PROV
                   OPEN I-O DEV-PROV
               END-IF
               MOVE WS-CIA TO DV-CIA
               MOVE WS-PERIODO TO DV-PERIODO
               MOVE LOW-VALUE TO DV-GRUPO
               MOVE 0 TO DV-CLV-DEP
               START DEV-PROV KEY IS NOT LESS THAN DV-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ DEV-PROV NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF DV-CIA = WS-CIA
                                   AND DV-PERIODO = WS-PERIODO
                                   DISPLAY 'EL MES ' WS-PERIODO
                                       ' YA ESTA PROVISIONADO '
                                       '(CIA ' WS-CIA ').'
                                   CLOSE DEV-PROV
                                   STOP RUN
                               END-IF
                       END-READ
               END-START.

      *ULTIMO DIA PAGADO DE CADA GRUPO, CON SU SUGERENCIA: EL
      *SEMANAL PAGA DE LUNES A DOMINGO, ASI QUE LO PAGADO LLEGA AL
      *ULTIMO DOMINGO DEL MES (EL JULIANO 1, 1601-01-01, FUE LUNES:
      *UN JULIANO MULTIPLO DE 7 ES DOMINGO); EL MENSUAL QUEDA
      *PAGADO HASTA EL FIN DE MES SI SU PERIODO YA SE CERRO EN
      *PERCTL Y SIN NADA PAGADO DEL MES SI AUN NO CORRE.
       070-CORTE-GRUPOS.
           MOVE 'S' TO WS-GPO-CLV(1).
           MOVE 'M' TO WS-GPO-CLV(2).
           MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH.
           DISPLAY 'PERCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PERCTL-PATH = SPACES
               MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH
           END-IF.
           OPEN INPUT PERCTL.
           IF WS-PERC-STATUS = '00'
               MOVE 'S' TO WS-CON-PERC
           END-IF.
           PERFORM 071-CORTE-GRUPO
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2.
           IF WS-CON-PERC = 'S'
               CLOSE PERCTL
           END-IF.

           071-CORTE-GRUPO.
               IF WS-GPO-CLV(WS-GX) = 'S'
                   COMPUTE WS-DFLT-JUL = WS-FIN-JUL
                       - FUNCTION MOD(WS-FIN-JUL, 7)
               ELSE
                   COMPUTE WS-DFLT-JUL = WS-INI-JUL - 1
                   IF WS-CON-PERC = 'S'
                       MOVE 'M' TO PC-GRUPO
                       MOVE WS-PERIODO TO PC-PERIODO
                       READ PERCTL KEY IS PC-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PC-EST = 'C'
                                   MOVE WS-FIN-JUL TO WS-DFLT-JUL
                               END-IF
                       END-READ
                   END-IF
               END-IF
               COMPUTE WS-DFLT-N =
                   FUNCTION DATE-OF-INTEGER(WS-DFLT-JUL)
               DISPLAY 'GRUPO ' WS-GPO-CLV(WS-GX)
                   ': ULTIMO DIA PAGADO (AAAAMMDD, 0 = NADA DEL MES, '
                   'ENTER = ' WS-DFLT-N '):'
               MOVE 'N' TO WS-CORTE-OK
               PERFORM 072-PIDE-CORTE UNTIL WS-CORTE-OK = 'S'
               COMPUTE WS-GPO-HASTA(WS-GX) =
                   FUNCTION DATE-OF-INTEGER(WS-CORTE-JUL)
               IF WS-FIN-JUL - WS-CORTE-JUL > 30
                   MOVE 30 TO WS-GPO-DIAS(WS-GX)
               ELSE
                   COMPUTE WS-GPO-DIAS(WS-GX) =
                       WS-FIN-JUL - WS-CORTE-JUL
               END-IF
               MOVE 0 TO WS-GPO-TOT(WS-GX)
               DISPLAY 'GRUPO ' WS-GPO-CLV(WS-GX) ' PAGADO HASTA '
                   WS-GPO-HASTA(WS-GX) ', DIAS DEVENGADOS SIN PAGO: '
                   WS-GPO-DIAS(WS-GX).

      *EL DIA PAGADO DEBE SER DEL MES DE CIERRE; 0 ES LA VISPERA
      *DEL PRIMERO (TODO EL MES DEVENGADO SIN PAGO).
           072-PIDE-CORTE.
               MOVE SPACES TO WS-CORTE-X
               ACCEPT WS-CORTE-X
               IF WS-CORTE-X = SPACES
                   MOVE WS-DFLT-JUL TO WS-CORTE-JUL
                   MOVE 'S' TO WS-CORTE-OK
               ELSE
                   IF WS-CORTE-X = '0'
                       COMPUTE WS-CORTE-JUL = WS-INI-JUL - 1
                       MOVE 'S' TO WS-CORTE-OK
                   ELSE
                       IF WS-CORTE-X NUMERIC
                           AND WS-CORTE-X(1:6) = WS-PERIODO
                           AND WS-CORTE-N NOT < WS-INI-N
                           AND WS-CORTE-N NOT > WS-FIN-N
                           COMPUTE WS-CORTE-JUL = FUNCTION
                               INTEGER-OF-DATE(WS-CORTE-N)
                           MOVE 'S' TO WS-CORTE-OK
                       ELSE
                           DISPLAY 'FECHA INVALIDA; DEBE SER DEL MES '
                               WS-PERIODO ' (O 0):'
                       END-IF
                   END-IF
               END-IF.

      *LA PROVISION SALE AL MES DE CIERRE, O AL EN CURSO CON
      *MARCA 'AR' SI FINANZAS YA LO CERRO; LA REVERSA, AL PRIMER
      *MES ABIERTO DESPUES DE ESE.
       080-MESES-POLIZA.
           MOVE WS-PERIODO TO WS-ACP-MES-PIDE.
           PERFORM 958-CHECA-MES.
           MOVE WS-ACP-MES-DESTINO TO WS-POL-MES.
           IF WS-ACP-ABIERTO = 'N'
               MOVE 'AR' TO WS-POL-MARCA
               DISPLAY 'EL MES ' WS-PERIODO ' ESTA CERRADO EN '
                   'CONTABILIDAD; LA PROVISION SALE AL MES '
                   WS-POL-MES ' CON MARCA DE ARRASTRE.'
           ELSE
               MOVE SPACES TO WS-POL-MARCA
           END-IF.
           MOVE WS-POL-MES TO WS-MES-SIG.
           MOVE 'N' TO WS-REV-OK.
           PERFORM 081-MES-REVERSA UNTIL WS-REV-OK = 'S'.
           DISPLAY 'LA REVERSA SALE AL MES ' WS-MES-REV '.'.

           081-MES-REVERSA.
               PERFORM 085-MES-SIGUIENTE
               MOVE WS-MES-SIG TO WS-MES-REV
               MOVE WS-MES-REV TO WS-ACP-MES-PIDE
               PERFORM 958-CHECA-MES
               IF WS-ACP-ABIERTO = 'S'
                   MOVE 'S' TO WS-REV-OK
               END-IF.

      *DEJA EN WS-MES-SIG (Y EN WS-PER-AAAA / WS-PER-MM) EL MES
      *QUE SIGUE AL QUE TRAE.
           085-MES-SIGUIENTE.
               MOVE WS-MES-SIG(1:4) TO WS-PER-AAAA
               MOVE WS-MES-SIG(5:2) TO WS-PER-MM
               IF WS-PER-MM = 12
                   ADD 1 TO WS-PER-AAAA
                   MOVE 1 TO WS-PER-MM
               ELSE
                   ADD 1 TO WS-PER-MM
               END-IF
               MOVE SPACES TO WS-MES-SIG
               STRING WS-PER-AAAA WS-PER-MM DELIMITED BY SIZE
                   INTO WS-MES-SIG.

      *VALUA LOS DIAS SIN PAGO DE CADA EMPLEADO A SU PAGO DEL
      *PERIODO (912-CALCULA-PAGO, CON EL VARIABLE DEL MES) SOBRE
      *LA BASE DE 30. EL QUE INGRESO DESPUES DEL ULTIMO DIA PAGADO
      *DEVENGA SOLO DESDE SU INGRESO; EL QUE ESTA EN LICENCIA NO
      *DEVENGA (LA CORRIDA NO LE PAGA). EL DETALLE POR EMPLEADO
      *ES EL SOPORTE DE LA POLIZA.
       100-VALUA.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PERIODO TO WS-VAR-PERIODO.
           DISPLAY '--- DETALLE DE LA PROVISION POR EMPLEADO ---'.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-LEE UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.

           110-LEE.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS NOT = 'I'
                           AND EMP-STATUS NOT = 'L'
                           AND (CIA-CLV = WS-CIA
                               OR (WS-CIA = '01'
                                   AND CIA-CLV = SPACES))
                           PERFORM 120-VALUA-UNO
                       END-IF
               END-READ.

           120-VALUA-UNO.
               IF GRUPO-PAGO = 'S'
                   MOVE 1 TO WS-GX
               ELSE
                   MOVE 2 TO WS-GX
               END-IF
               MOVE WS-GPO-DIAS(WS-GX) TO WS-DIAS
               IF F-ING NUMERIC
                   AND F-ING > WS-GPO-HASTA(WS-GX)
                   IF F-ING > WS-FIN-N
                       MOVE 0 TO WS-DIAS
                   ELSE
                       MOVE F-ING TO WS-FECHA-N
                       COMPUTE WS-DIAS = WS-FIN-JUL + 1
                           - FUNCTION INTEGER-OF-DATE(WS-FECHA-N)
                   END-IF
               END-IF
               IF WS-DIAS > 30
                   MOVE 30 TO WS-DIAS
               END-IF
               IF WS-DIAS > 0
                   PERFORM 912-CALCULA-PAGO
                   COMPUTE WS-VALOR ROUNDED =
                       WS-PAGO-CALC * WS-DIAS / 30
                   COMPUTE WS-IX = CLV-DEP + 1
                   ADD WS-VALOR TO WS-DVP-IMP(WS-IX, WS-GX)
                   ADD WS-VALOR TO WS-GPO-TOT(WS-GX)
                   ADD WS-VALOR TO WS-TOT-PROV
                   ADD 1 TO WS-EMPLEADOS
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' ' WS-GPO-CLV(WS-GX)
                       ' DEPTO ' CLV-DEP ' DIAS ' WS-DIAS
                       ' PAGO ' WS-PAGO-CALC ' PROV ' WS-VALOR
               END-IF.

      *UN DEPTO CON PROVISION Y SIN MAPA CONTABLE ABORTA SIN
      *ESCRIBIR NADA, IGUAL QUE DYN-VACPROV.
       300-GENERA-POLIZA.
           MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH.
           DISPLAY 'GLMAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLMAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLMAP-PATH = SPACES
               MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH
           END-IF.
           OPEN INPUT GL-MAP.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'SIN MAPA CONTABLE (DYN-GLMNT). FILE STATUS: '
                   WS-GLMAP-STATUS
               CLOSE DEV-PROV
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CLV.
           PERFORM 310-CHECA-MAPA 1000 TIMES.
           IF WS-ERRORES > 0
               DISPLAY 'ERRORES: ' WS-ERRORES
                   '. NO SE ESCRIBE LA POLIZA.'
               CLOSE GL-MAP
               CLOSE DEV-PROV
               STOP RUN
           END-IF.
           MOVE WS-DVVOUCH-PATH-DFLT TO WS-DVVOUCH-PATH.
           DISPLAY 'DVVOUCH_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVVOUCH-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVVOUCH-PATH = SPACES
               MOVE WS-DVVOUCH-PATH-DFLT TO WS-DVVOUCH-PATH
           END-IF.
           OPEN OUTPUT DVVOUCH.
           MOVE 0 TO WS-CLV.
           PERFORM 320-POLIZA-DEPTO 1000 TIMES.
           CLOSE DVVOUCH.
           CLOSE GL-MAP.
           DISPLAY 'ARCHIVO DE POLIZA GENERADO: ' WS-DVVOUCH-PATH.

           310-CHECA-MAPA.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DVP-IMP(WS-IX, 1) > 0
                   OR WS-DVP-IMP(WS-IX, 2) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       INVALID KEY
                           DISPLAY 'DEPTO SIN MAPA CONTABLE: ' WS-CLV
                               ' (CIA ' WS-CIA ')'
                           ADD 1 TO WS-ERRORES
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

           320-POLIZA-DEPTO.
               COMPUTE WS-IX = WS-CLV + 1
               IF WS-DVP-IMP(WS-IX, 1) > 0
                   OR WS-DVP-IMP(WS-IX, 2) > 0
                   MOVE WS-CIA TO GM-CIA
                   MOVE WS-CLV TO GM-CLV-DEP
                   READ GL-MAP KEY IS GM-KEY
                       NOT INVALID KEY
                           PERFORM 325-POLIZA-GRUPO
                               VARYING WS-GX FROM 1 BY 1
                               UNTIL WS-GX > 2
                   END-READ
               END-IF
               ADD 1 TO WS-CLV.

      *PROVISION: CARGO AL GASTO, ABONO AL PASIVO, EN EL MES DE LA
      *PROVISION. REVERSA: LAS MISMAS CUENTAS AL REVES EN EL MES
      *DE LA REVERSA. EL RENGLON QUEDA EN DEV-PROV.
           325-POLIZA-GRUPO.
               IF WS-DVP-IMP(WS-IX, WS-GX) > 0
                   MOVE SPACES TO DVV-REC
                   MOVE GM-CTA-DEBE TO DVV-CUENTA
                   MOVE WS-DVP-IMP(WS-IX, WS-GX) TO DVV-DEBE
                   MOVE 0 TO DVV-HABER
                   MOVE WS-POL-MES TO DVV-PERIODO
                   MOVE WS-POL-MARCA TO DVV-MARCA
                   WRITE DVV-REC
                   DISPLAY 'CUENTA ' DVV-CUENTA ' DEBE  ' DVV-DEBE
                       ' ' DVV-PERIODO ' ' DVV-MARCA
                   MOVE SPACES TO DVV-REC
                   MOVE GM-CTA-HABER TO DVV-CUENTA
                   MOVE 0 TO DVV-DEBE
                   MOVE WS-DVP-IMP(WS-IX, WS-GX) TO DVV-HABER
                   MOVE WS-POL-MES TO DVV-PERIODO
                   MOVE WS-POL-MARCA TO DVV-MARCA
                   WRITE DVV-REC
                   DISPLAY 'CUENTA ' DVV-CUENTA ' HABER ' DVV-HABER
                       ' ' DVV-PERIODO ' ' DVV-MARCA
                   MOVE SPACES TO DVV-REC
                   MOVE GM-CTA-HABER TO DVV-CUENTA
                   MOVE WS-DVP-IMP(WS-IX, WS-GX) TO DVV-DEBE
                   MOVE 0 TO DVV-HABER
                   MOVE WS-MES-REV TO DVV-PERIODO
                   MOVE 'RV' TO DVV-MARCA
                   WRITE DVV-REC
                   DISPLAY 'CUENTA ' DVV-CUENTA ' DEBE  ' DVV-DEBE
                       ' ' DVV-PERIODO ' ' DVV-MARCA
                   MOVE SPACES TO DVV-REC
                   MOVE GM-CTA-DEBE TO DVV-CUENTA
                   MOVE 0 TO DVV-DEBE
                   MOVE WS-DVP-IMP(WS-IX, WS-GX) TO DVV-HABER
                   MOVE WS-MES-REV TO DVV-PERIODO
                   MOVE 'RV' TO DVV-MARCA
                   WRITE DVV-REC
                   DISPLAY 'CUENTA ' DVV-CUENTA ' HABER ' DVV-HABER
                       ' ' DVV-PERIODO ' ' DVV-MARCA
                   MOVE WS-CIA TO DV-CIA
                   MOVE WS-PERIODO TO DV-PERIODO
                   MOVE WS-GPO-CLV(WS-GX) TO DV-GRUPO
                   MOVE WS-CLV TO DV-CLV-DEP
                   MOVE WS-GPO-HASTA(WS-GX) TO DV-PAG-HASTA
                   MOVE WS-GPO-DIAS(WS-GX) TO DV-DIAS
                   MOVE WS-DVP-IMP(WS-IX, WS-GX) TO DV-IMPORTE
                   MOVE WS-POL-MES TO DV-MES-POL
                   MOVE WS-POL-MARCA TO DV-MARCA
                   MOVE WS-MES-REV TO DV-MES-REV
                   WRITE DVP-REC
                       INVALID KEY REWRITE DVP-REC
                   END-WRITE
               END-IF.

           COPY PAYCALCLKUP.
           COPY ACPLKUP.
           COPY EMPCHKLKUP.
