      *********************************************************
      *PROGRAMA - BARRIDO DE PATRONES DE FRAUDE EN NOMINA     *
      *(EMPLEADOS FANTASMA). DYN-DUPSCAN ATRAPA A UNA PERSONA *
      *CAPTURADA DOS VECES; ESTE BARRIDO BUSCA LOS PATRONES   *
      *CLASICOS Y LOS DEJA EN LA LISTA DE TRABAJO FRD-WORK    *
      *QUE AUDITORIA INTERNA CIERRA CON SU DISPOSICION EN     *
      *DYN-FRDREV:                                            *
      * 01 LA MISMA CTA-CLABE EN MAS DE UN EMPLEADO ACTIVO;   *
      * 02 POR HORA PAGADO EN EL PERIODO SIN NINGUNA CHECADA  *
      *    EN PUNCH-DET (RELOJ DYN-TIMLOAD O LOTE DYN-HRSBAT);*
      * 03 PAGADO EN EL PERIODO CON FECHA POSTERIOR A SU      *
      *    TERM-FECHA (SIN CONTAR LIQUIDACION, AGUINALDO NI   *
      *    PTU, QUE SE PAGAN DESPUES DE LA BAJA POR LEY);     *
      * 04 CLABE CAMBIADA (DIARIO EMP-JRN) POCOS DIAS ANTES   *
      *    DE UN PAGO DEL EMPLEADO EN PAYHIST;                *
      * 05 SUP-ID QUE ES EL MISMO EMPLEADO O NO EXISTE;       *
      * 06 ALTA CAPTURADA Y APROBADA POR EL MISMO OPERADOR    *
      *    (BITACORA HIRE-APR).                               *
      *LA LISTA NO SE REARMA: UN HALLAZGO YA CERRADO NO SE    *
      *REABRE Y A LOS ABIERTOS SOLO SE LES ACTUALIZA LA       *
      *ULTIMA FECHA EN QUE SE VIERON.                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-FRDSCAN.

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
           COPY FRDFILE.
           COPY PAYHFILE.
           COPY PCHFILE.
           COPY JRNFILE.
           COPY HAPFILE.

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

           COPY FRDFD.
           COPY PAYHFD.
           COPY PCHFD.
           COPY JRNFD.
           COPY HAPFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY FRDSTAT.
           COPY PAYHSTAT.
           COPY PCHSTAT.
           COPY JRNSTAT.
           COPY HAPSTAT.
       01 WS-FLAG                      PIC 9.
       01 WS-PH-FLAG                   PIC 9.
       01 WS-HAY-CHECADA               PIC X.
       01 WS-HOY                       PIC X(08).

      *PERIODO (AAAAMM) CUYOS PAGOS SE REVISAN Y DIAS ANTES DEL
      *PAGO EN QUE UN CAMBIO DE CLABE SE CONSIDERA SOSPECHOSO.
       01 WS-PERIODO                   PIC X(06).
       01 WS-DIAS-VENTANA              PIC 9(02).

      *EMPLEADOS ACTIVOS CON CLABE, PARA CRUZARLOS ENTRE SI.
       01 WS-CLB-TABLA.
           05 WS-CLB-ENT OCCURS 5000 TIMES.
               10 WS-CLB-ID            PIC 9(06).
               10 WS-CLB-CTA           PIC X(18).
       01 WS-CLB-USADOS                PIC 9(04) VALUE 0.
       01 WS-CLB-I                     PIC 9(04).
       01 WS-CLB-J                     PIC 9(04).
       01 WS-CLB-TRUNCADO              PIC X VALUE 'N'.

      *ACTIVOS CON SUP-ID, PARA VALIDARLO DESPUES DEL BARRIDO.
       01 WS-SUP-TABLA.
           05 WS-SUP-ENT OCCURS 5000 TIMES.
               10 WS-SUP-EMP           PIC 9(06).
               10 WS-SUP-JEFE          PIC 9(06).
       01 WS-SUP-USADOS                PIC 9(04) VALUE 0.
       01 WS-SUP-I                     PIC 9(04).

      *ULTIMA CLABE VISTA EN EL DIARIO POR EMPLEADO Y CAMBIOS
      *DETECTADOS (EMPLEADO Y FECHA).
       01 WS-JI-IMG.
           05 WS-JI-ID                 PIC 9(06).
           05 FILLER                   PIC X(171).
           05 WS-JI-CLABE              PIC X(18).
           05 FILLER                   PIC X(64).
       01 WS-JC-TABLA.
           05 WS-JC-ENT OCCURS 5000 TIMES.
               10 WS-JC-ID             PIC 9(06).
               10 WS-JC-CLABE          PIC X(18).
       01 WS-JC-USADOS                 PIC 9(04) VALUE 0.
       01 WS-JC-I                      PIC 9(04).
       01 WS-JC-POS                    PIC 9(04).
       01 WS-CB-TABLA.
           05 WS-CB-ENT OCCURS 500 TIMES.
               10 WS-CB-ID             PIC 9(06).
               10 WS-CB-FECHA          PIC X(08).
       01 WS-CB-USADOS                 PIC 9(03) VALUE 0.
       01 WS-CB-I                      PIC 9(03).
       01 WS-CB-N                      PIC 9(08).
       01 WS-CB-JUL                    PIC 9(08).
       01 WS-PAGO-N                    PIC 9(08).
       01 WS-PAGO-JUL                  PIC 9(08).
       01 WS-DIAS                      PIC S9(05).
       01 WS-CB-PAGO                   PIC X(08).

      *HALLAZGO A ANOTAR.
       01 WS-H-RAZON                   PIC X(02).
       01 WS-H-ID                      PIC 9(06).
       01 WS-H-REF                     PIC X(10).
       01 WS-H-DETALLE                 PIC X(40).
       01 WS-ED-ID                     PIC 9(06).

       01 WS-NUEVOS                    PIC 9(05) VALUE 0.
       01 WS-SIGUEN                    PIC 9(05) VALUE 0.
       01 WS-YA-CERRADOS               PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     BARRIDO DE PATRONES DE FRAUDE EN NOMINA'.
           DISPLAY SEP.
           PERFORM 050-PIDE-PERIODO.
           DISPLAY 'DIAS ANTES DE UN PAGO PARA UN CAMBIO DE CLABE '
               'SOSPECHOSO (0 = 5):'.
           ACCEPT WS-DIAS-VENTANA.
           IF WS-DIAS-VENTANA = 0
               MOVE 5 TO WS-DIAS-VENTANA
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-FRDWORK-PATH-DFLT TO WS-FRDWORK-PATH.
           DISPLAY 'FRDWORK_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-FRDWORK-PATH FROM ENVIRONMENT-VALUE.
           IF WS-FRDWORK-PATH = SPACES
               MOVE WS-FRDWORK-PATH-DFLT TO WS-FRDWORK-PATH
           END-IF.
           OPEN I-O FRD-WORK.
           IF WS-FRD-STATUS = '35'
               OPEN OUTPUT FRD-WORK
               CLOSE FRD-WORK
               OPEN I-O FRD-WORK
           END-IF.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH.
           DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNCHDET-PATH = SPACES
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
           END-IF.
           OPEN INPUT PUNCH-DET.
           PERFORM 100-CARGA-EMPLEADOS.
           PERFORM 200-CLABE-REPETIDA.
           PERFORM 300-SUPERVISOR.
           IF WS-PAYH-STATUS = '00'
               PERFORM 400-PAGOS-DEL-PERIODO
               PERFORM 500-CAMBIOS-DE-CLABE
               CLOSE PAYHIST
           ELSE
               DISPLAY 'SIN HISTORICO DE PAGOS; NO SE REVISAN LAS '
                   'REGLAS 02, 03 Y 04.'
           END-IF.
           IF WS-PCH-STATUS = '00'
               CLOSE PUNCH-DET
           END-IF.
           PERFORM 600-AUTOAPROBADAS.
           CLOSE EMPLEADO.
           CLOSE FRD-WORK.
           DISPLAY SEP.
           DISPLAY 'HALLAZGOS NUEVOS:           ' WS-NUEVOS.
           DISPLAY 'ABIERTOS QUE SE REPITEN:    ' WS-SIGUEN.
           DISPLAY 'YA CERRADOS POR AUDITORIA:  ' WS-YA-CERRADOS.
           IF WS-CLB-TRUNCADO = 'S'
               DISPLAY 'AVISO: MAS DE 5000 ACTIVOS; LAS REGLAS 01 Y '
                   '05 NO CUBRIERON A TODOS.'
           END-IF.
           DISPLAY 'CIERRELOS CON DYN-FRDREV.'.
           DISPLAY SEP.
           STOP RUN.

           050-PIDE-PERIODO.
               DISPLAY 'PERIODO DE PAGO A REVISAR (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 050-PIDE-PERIODO
               END-IF.

       100-CARGA-EMPLEADOS.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-LEE-EMPLEADO UNTIL WS-FLAG = 1.

           110-LEE-EMPLEADO.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS NOT = 'I'
                           PERFORM 120-GUARDA-ACTIVO
                       END-IF
               END-READ.

           120-GUARDA-ACTIVO.
               IF CTA-CLABE NOT = SPACES
                   IF WS-CLB-USADOS < 5000
                       ADD 1 TO WS-CLB-USADOS
                       MOVE ID-EMPL TO WS-CLB-ID (WS-CLB-USADOS)
                       MOVE CTA-CLABE TO WS-CLB-CTA (WS-CLB-USADOS)
                   ELSE
                       MOVE 'S' TO WS-CLB-TRUNCADO
                   END-IF
               END-IF
               IF SUP-ID NOT = 0
                   IF WS-SUP-USADOS < 5000
                       ADD 1 TO WS-SUP-USADOS
                       MOVE ID-EMPL TO WS-SUP-EMP (WS-SUP-USADOS)
                       MOVE SUP-ID TO WS-SUP-JEFE (WS-SUP-USADOS)
                   ELSE
                       MOVE 'S' TO WS-CLB-TRUNCADO
                   END-IF
               END-IF.

      *REGLA 01: CADA PAR DE ACTIVOS CON LA MISMA CLABE QUEDA UNA
      *VEZ, A NOMBRE DEL ID MENOR Y CON EL OTRO DE REFERENCIA.
       200-CLABE-REPETIDA.
           PERFORM 210-CONTRA-LOS-DEMAS
               VARYING WS-CLB-I FROM 1 BY 1
               UNTIL WS-CLB-I > WS-CLB-USADOS.

           210-CONTRA-LOS-DEMAS.
               COMPUTE WS-CLB-J = WS-CLB-I + 1
               PERFORM 220-COMPARA-CLABE
                   VARYING WS-CLB-J FROM WS-CLB-J BY 1
                   UNTIL WS-CLB-J > WS-CLB-USADOS.

           220-COMPARA-CLABE.
               IF WS-CLB-CTA (WS-CLB-J) = WS-CLB-CTA (WS-CLB-I)
                   MOVE '01' TO WS-H-RAZON
                   MOVE WS-CLB-ID (WS-CLB-I) TO WS-H-ID
                   MOVE WS-CLB-ID (WS-CLB-J) TO WS-ED-ID
                   MOVE WS-ED-ID TO WS-H-REF
                   MOVE SPACES TO WS-H-DETALLE
                   STRING 'MISMA CLABE QUE EL ID ' WS-ED-ID
                       DELIMITED BY SIZE INTO WS-H-DETALLE
                   PERFORM 800-HALLAZGO
               END-IF.

      *REGLA 05: SUP-ID PROPIO O QUE NO EXISTE EN EL MAESTRO.
       300-SUPERVISOR.
           PERFORM 310-CHECA-JEFE
               VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUP-USADOS.

           310-CHECA-JEFE.
               MOVE SPACES TO WS-H-DETALLE
               IF WS-SUP-JEFE (WS-SUP-I) = WS-SUP-EMP (WS-SUP-I)
                   MOVE 'ES SU PROPIO SUPERVISOR' TO WS-H-DETALLE
               ELSE
                   MOVE WS-SUP-JEFE (WS-SUP-I) TO ID-EMPL
                   READ EMPLEADO KEY IS ID-EMPL
                       INVALID KEY
                           MOVE 'SU SUPERVISOR NO EXISTE EN EL MAESTRO'
                               TO WS-H-DETALLE
                   END-READ
               END-IF
               IF WS-H-DETALLE NOT = SPACES
                   MOVE '05' TO WS-H-RAZON
                   MOVE WS-SUP-EMP (WS-SUP-I) TO WS-H-ID
                   MOVE WS-SUP-JEFE (WS-SUP-I) TO WS-ED-ID
                   MOVE WS-ED-ID TO WS-H-REF
                   PERFORM 800-HALLAZGO
               END-IF.

      *REGLAS 02 Y 03 SOBRE LOS PAGOS DEL PERIODO (LLAVE ALTERNA).
       400-PAGOS-DEL-PERIODO.
           MOVE 0 TO WS-PH-FLAG.
           MOVE WS-PERIODO TO PH-PERIODO.
           START PAYHIST KEY IS = PH-PERIODO
               INVALID KEY MOVE 1 TO WS-PH-FLAG
           END-START.
           PERFORM 410-LEE-PAGO UNTIL WS-PH-FLAG = 1.

           410-LEE-PAGO.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       IF PH-PERIODO NOT = WS-PERIODO
                           MOVE 1 TO WS-PH-FLAG
                       ELSE
                           IF PH-GRUPO NOT = 'L' AND PH-GRUPO NOT = 'A'
                               AND PH-GRUPO NOT = 'U'
                               PERFORM 420-REVISA-PAGO
                           END-IF
                       END-IF
               END-READ.

           420-REVISA-PAGO.
               MOVE PH-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY MOVE SPACES TO TERM-FECHA
               END-READ
               IF TERM-FECHA IS NUMERIC AND PH-FECHA IS NUMERIC
                   AND PH-FECHA > TERM-FECHA
                   MOVE '03' TO WS-H-RAZON
                   MOVE PH-ID-EMPL TO WS-H-ID
                   MOVE SPACES TO WS-H-REF
                   STRING PH-PERIODO PH-GRUPO DELIMITED BY SIZE
                       INTO WS-H-REF
                   MOVE SPACES TO WS-H-DETALLE
                   STRING 'PAGADO ' PH-FECHA ' CON BAJA ' TERM-FECHA
                       DELIMITED BY SIZE INTO WS-H-DETALLE
                   PERFORM 800-HALLAZGO
               END-IF
               IF PH-TIPO-PAGO = 'H'
                   AND PH-HORAS-TRAB + PH-HORAS-EXTRA > 0
                   PERFORM 430-BUSCA-CHECADAS
               END-IF.

      *CUALQUIER DIA DEL PERIODO EN PUNCH-DET BASTA; SIN ARCHIVO DE
      *CHECADAS NINGUN POR HORA TIENE RESPALDO.
           430-BUSCA-CHECADAS.
               MOVE 'N' TO WS-HAY-CHECADA
               IF WS-PCH-STATUS = '00'
                   MOVE PH-ID-EMPL TO PD-ID-EMPL
                   MOVE SPACES TO PD-FECHA
                   STRING WS-PERIODO '01' DELIMITED BY SIZE
                       INTO PD-FECHA
                   START PUNCH-DET KEY IS NOT LESS THAN PD-KEY
                       INVALID KEY MOVE 'N' TO WS-HAY-CHECADA
                       NOT INVALID KEY
                           READ PUNCH-DET NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   IF PD-ID-EMPL = PH-ID-EMPL
                                       AND PD-FECHA (1:6) = WS-PERIODO
                                       MOVE 'S' TO WS-HAY-CHECADA
                                   END-IF
                           END-READ
                   END-START
               END-IF
               IF WS-HAY-CHECADA = 'N'
                   MOVE '02' TO WS-H-RAZON
                   MOVE PH-ID-EMPL TO WS-H-ID
                   MOVE WS-PERIODO TO WS-H-REF
                   MOVE 'POR HORA PAGADO SIN CHECADAS EN EL PERIODO'
                       TO WS-H-DETALLE
                   PERFORM 800-HALLAZGO
               END-IF.

      *REGLA 04: EL DIARIO EMP-JRN TRAE CADA IMAGEN POSTERIOR EN
      *ORDEN; UNA CLABE DISTINTA A LA ULTIMA VISTA DEL MISMO ID ES
      *UN CAMBIO. LUEGO SE BUSCA UN PAGO DEL EMPLEADO DENTRO DE LA
      *VENTANA DE DIAS POSTERIOR AL CAMBIO.
       500-CAMBIOS-DE-CLABE.
           MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH.
           DISPLAY 'EMPJRN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPJRN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPJRN-PATH = SPACES
               MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH
           END-IF.
           OPEN INPUT EMP-JRN.
           IF WS-JRN-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 510-LEE-DIARIO UNTIL WS-FLAG = 1
               CLOSE EMP-JRN
               PERFORM 540-PAGO-CERCANO
                   VARYING WS-CB-I FROM 1 BY 1
                   UNTIL WS-CB-I > WS-CB-USADOS
           END-IF.

           510-LEE-DIARIO.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF JR-OP NOT = 'D' AND JR-OP NOT = 'B'
                           MOVE JR-IMAGEN TO WS-JI-IMG
                           PERFORM 520-COMPARA-IMAGEN
                       END-IF
               END-READ.

           520-COMPARA-IMAGEN.
               MOVE 0 TO WS-JC-POS
               PERFORM 530-BUSCA-ID
                   VARYING WS-JC-I FROM 1 BY 1
                   UNTIL WS-JC-I > WS-JC-USADOS OR WS-JC-POS NOT = 0
               IF WS-JC-POS = 0
                   IF WS-JC-USADOS < 5000
                       ADD 1 TO WS-JC-USADOS
                       MOVE WS-JI-ID TO WS-JC-ID (WS-JC-USADOS)
                       MOVE WS-JI-CLABE TO WS-JC-CLABE (WS-JC-USADOS)
                   END-IF
               ELSE
                   IF WS-JI-CLABE NOT = WS-JC-CLABE (WS-JC-POS)
                       MOVE WS-JI-CLABE TO WS-JC-CLABE (WS-JC-POS)
                       IF WS-JI-CLABE NOT = SPACES
                           AND WS-CB-USADOS < 500
                           AND JR-FECHA IS NUMERIC
                           ADD 1 TO WS-CB-USADOS
                           MOVE WS-JI-ID TO WS-CB-ID (WS-CB-USADOS)
                           MOVE JR-FECHA TO WS-CB-FECHA (WS-CB-USADOS)
                       END-IF
                   END-IF
               END-IF.

           530-BUSCA-ID.
               IF WS-JC-ID (WS-JC-I) = WS-JI-ID
                   MOVE WS-JC-I TO WS-JC-POS
               END-IF.

           540-PAGO-CERCANO.
               MOVE WS-CB-FECHA (WS-CB-I) TO WS-CB-N
               COMPUTE WS-CB-JUL = FUNCTION INTEGER-OF-DATE(WS-CB-N)
               MOVE SPACES TO WS-CB-PAGO
               MOVE 0 TO WS-PH-FLAG
               MOVE WS-CB-ID (WS-CB-I) TO PH-ID-EMPL
               MOVE LOW-VALUES TO PH-PERIODO
               MOVE LOW-VALUES TO PH-GRUPO
               MOVE 0 TO PH-SEC
               START PAYHIST KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY MOVE 1 TO WS-PH-FLAG
               END-START
               PERFORM 550-LEE-PAGO-EMP UNTIL WS-PH-FLAG = 1
               IF WS-CB-PAGO NOT = SPACES
                   MOVE '04' TO WS-H-RAZON
                   MOVE WS-CB-ID (WS-CB-I) TO WS-H-ID
                   MOVE WS-CB-FECHA (WS-CB-I) TO WS-H-REF
                   MOVE SPACES TO WS-H-DETALLE
                   STRING 'CLABE CAMBIADA ' WS-CB-FECHA (WS-CB-I)
                       ' PAGO ' WS-CB-PAGO
                       DELIMITED BY SIZE INTO WS-H-DETALLE
                   PERFORM 800-HALLAZGO
               END-IF.

           550-LEE-PAGO-EMP.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = WS-CB-ID (WS-CB-I)
                           MOVE 1 TO WS-PH-FLAG
                       ELSE
                           IF PH-FECHA IS NUMERIC
                               MOVE PH-FECHA TO WS-PAGO-N
                               COMPUTE WS-PAGO-JUL =
                                   FUNCTION INTEGER-OF-DATE(WS-PAGO-N)
                               COMPUTE WS-DIAS = WS-PAGO-JUL - WS-CB-JUL
                               IF WS-DIAS NOT < 0
                                   AND WS-DIAS NOT > WS-DIAS-VENTANA
                                   MOVE PH-FECHA TO WS-CB-PAGO
                                   MOVE 1 TO WS-PH-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *REGLA 06: LA BITACORA DE ALTAS APROBADAS GUARDA QUIEN
      *CAPTURO Y QUIEN APROBO CADA UNA.
       600-AUTOAPROBADAS.
           MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH.
           DISPLAY 'HIREAPR_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HIREAPR-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HIREAPR-PATH = SPACES
               MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH
           END-IF.
           OPEN INPUT HIRE-APR.
           IF WS-HAP-STATUS = '00'
               MOVE 0 TO WS-FLAG
               PERFORM 610-LEE-APROBACION UNTIL WS-FLAG = 1
               CLOSE HIRE-APR
           END-IF.

           610-LEE-APROBACION.
               READ HIRE-APR
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF HA-CAPTURO = HA-APROBO
                           AND HA-CAPTURO NOT = SPACES
                           MOVE '06' TO WS-H-RAZON
                           MOVE HA-ID-EMPL TO WS-H-ID
                           MOVE HA-APROBO TO WS-H-REF
                           MOVE SPACES TO WS-H-DETALLE
                           STRING 'CAPTURADA Y APROBADA POR ' HA-APROBO
                               ' EL ' HA-FECHA
                               DELIMITED BY SIZE INTO WS-H-DETALLE
                           PERFORM 800-HALLAZGO
                       END-IF
               END-READ.

      *ANOTA EL HALLAZGO WS-H-*: NUEVO SE ABRE; ABIERTO SE LE
      *ACTUALIZA LA ULTIMA FECHA; CERRADO SE RESPETA.
       800-HALLAZGO.
           MOVE WS-H-RAZON TO FR-RAZON.
           MOVE WS-H-ID TO FR-ID-EMPL.
           MOVE WS-H-REF TO FR-REF.
           READ FRD-WORK KEY IS FR-KEY
               INVALID KEY
                   MOVE WS-H-DETALLE TO FR-DETALLE
                   MOVE WS-HOY TO FR-F-DETECTA
                   MOVE WS-HOY TO FR-F-ULTIMA
                   MOVE 'A' TO FR-EST
                   MOVE SPACE TO FR-DISP
                   MOVE SPACES TO FR-NOTA
                   MOVE SPACES TO FR-OPER
                   MOVE SPACES TO FR-F-CIERRE
                   WRITE FRD-REC
                   ADD 1 TO WS-NUEVOS
                   DISPLAY FR-RAZON ' ' FR-ID-EMPL ' ' FR-DETALLE
               NOT INVALID KEY
                   IF FR-EST = 'C'
                       ADD 1 TO WS-YA-CERRADOS
                   ELSE
                       MOVE WS-HOY TO FR-F-ULTIMA
                       REWRITE FRD-REC
                       ADD 1 TO WS-SIGUEN
                   END-IF
           END-READ.

           COPY EMPCHKLKUP.
