      *********************************************************
      *PROGRAMA - LIQUIDACION LEGAL DE BAJA. PARA UN EMPLEADO *
      *YA DADO DE BAJA (EMP-STATUS 'I' CON TERM-FECHA) CALCULA*
      *LA INDEMNIZACION DE TRES MESES, LOS VEINTE DIAS POR    *
      *ANO Y LA PRIMA DE ANTIGUEDAD DE DOCE DIAS POR ANO,     *
      *SEGUN LA TERM-REASON (980-CALCULA-LIQUID), CON EL      *
      *SERVICIO TOMADO DE F-ING/REHIRE-FECHA COMO DYN-SENIOR. *
      *LA EXENCION POR ANO DE SERVICIO SE APLICA APARTE DEL   *
      *PAGO ORDINARIO. IMPRIME EL ESTADO DE LIQUIDACION Y, AL *
      *CONFIRMAR, ACUMULA EN YTD-SUE, DEJA EL RENGLON EN      *
      *PAYHIST CON GRUPO 'L' (PERIODO = MES DE LA BAJA) Y     *
      *CADA CONCEPTO EN DEDDET (TIPO 'L', IMPUESTO TIPO 'I'), *
      *PARA QUE EL PAGO SALGA POR DYN-CHKPAY / DYN-DEPEXT Y   *
      *LLEGUE AL ESTADO ANUAL Y A LA POLIZA (DYN-GLVOUCH).    *
      *EL FINIQUITO ORDINARIO (930-FINIQUITO) NO CAMBIA. UN   *
      *EMPLEADO CON RENGLON 'L' EN PAYHIST NO SE LIQUIDA DOS  *
      *VECES. OPERACION SUPERVISADA: EXIGE ROL 'S'. LA UMA Y  *
      *EL MINIMO DE LA ZONA SALEN DE REF-MAST A LA FECHA DE   *
      *BAJA.                                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-LIQUID.

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
           COPY OPERFILE.
           COPY SESFILE.
           COPY AUDITFILE.
           COPY PAYHFILE.
           COPY TAXFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY DETFILE.
           COPY REFFILE.
           COPY LOCFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY EXCFILE.

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

           COPY OPERFD.
           COPY SESFD.
           COPY AUDITFD.
           COPY PAYHFD.
           COPY TAXFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY DETFD.
           COPY REFFD.
           COPY LOCFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY OPERSTAT.
           COPY AUDITSTAT.
           COPY PAYHSTAT.
           COPY TAXSTAT.
           COPY IMSSTAT.
           COPY DETSTAT.
           COPY REFSTAT.
           COPY LOCSTAT.
           COPY LIQWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CONFIRMA                  PIC X.
       01 WS-LIQUIDADOS                PIC 9(05) VALUE 0.
       01 WS-TOTAL-PAGADO              PIC 9(09)V99 VALUE 0.

      *CANDADO DE DOBLE PAGO: BUSCA EN PAYHIST UN RENGLON DE
      *LIQUIDACION (GRUPO 'L') DEL EMPLEADO EN TURNO.
       01 WS-PH-FLAG                   PIC 9.
       01 WS-YA-LIQUIDADO              PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG.
           MOVE 'DYNLIQUI' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY SEP.
           DISPLAY '     LIQUIDACION LEGAL DE BAJA'.
           DISPLAY SEP.
           MOVE 'DYNLIQUI' TO WS-SES-PROGRAMA
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR (ROL S) AUTORIZA '
                   'LIQUIDACIONES'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'LIQUIDACIONES APLICADAS: ' WS-LIQUIDADOS.
           DISPLAY 'TOTAL BRUTO LIQUIDADO:   ' WS-TOTAL-PAGADO.
           DISPLAY 'EMITA LOS PAGOS CON DYN-CHKPAY / DYN-DEPEXT '
               '(GRUPO L, PERIODO = MES DE LA BAJA).'.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT
           STOP RUN.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-OPRMNT.
           050-CHECA-ROL.
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY MOVE SPACE TO WS-CUR-ROL
                   NOT INVALID KEY MOVE OP-ROL TO WS-CUR-ROL
               END-READ
               CLOSE OPER-MAST.

       100-PROCESO.
           DISPLAY 'ID DEL EMPLEADO A LIQUIDAR (999 PARA SALIR):'.
           ACCEPT ID-EMPL.
           IF ID-EMPL = 999
               MOVE 1 TO WS-FLAG
           ELSE
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       DISPLAY 'ESE ID NO EXISTE EN EMPLEADO'
                   NOT INVALID KEY
                       PERFORM 200-EVALUA THRU 200-SALIDA
               END-READ
           END-IF.

      *SOLO SE LIQUIDA UNA BAJA YA GRABADA (LA RUTA NORMAL DE
      *BAJA DEJA TERM-REASON, TERM-FECHA Y STATUS 'I').
       200-EVALUA.
           IF EMP-STATUS NOT = 'I'
               DISPLAY 'EL EMPLEADO SIGUE ACTIVO; PRIMERO SE GRABA '
                   'LA BAJA (DYN-EDIT)'
               GO TO 200-SALIDA
           END-IF.
           IF TERM-FECHA NOT NUMERIC
               DISPLAY 'LA BAJA NO TRAE TERM-FECHA VALIDA'
               GO TO 200-SALIDA
           END-IF.
           MOVE TERM-FECHA(1:6) TO WS-PH-PERIODO.
           PERFORM 210-YA-LIQUIDADO.
           IF WS-YA-LIQUIDADO = 'S'
               DISPLAY ID-EMPL ' ' NOM-EMPL ' YA TIENE LIQUIDACION '
                   'EN PAYHIST, NO SE PAGA DOS VECES'
               GO TO 200-SALIDA
           END-IF.
           MOVE 'P' TO WS-LIQ-REGLA.
           IF REHIRE-FECHA IS NUMERIC
               PERFORM 220-PIDE-REGLA
           END-IF.
           PERFORM 230-CARGA-REFERENCIA.
           PERFORM 980-CALCULA-LIQUID.
           IF WS-LIQ-TOTAL = 0
               DISPLAY 'LA RAZON DE BAJA ' TERM-REASON ' CON '
                   WS-LIQ-ANOS ' ANOS DE SERVICIO NO GENERA '
                   'LIQUIDACION'
               GO TO 200-SALIDA
           END-IF.
           PERFORM 300-ESTADO.
           DISPLAY 'APLICAR LA LIQUIDACION? S/N'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'LIQUIDACION NO APLICADA'
               GO TO 200-SALIDA
           END-IF.
           PERFORM 400-PAGA.
       200-SALIDA.
           EXIT.

           210-YA-LIQUIDADO.
               MOVE 'N' TO WS-YA-LIQUIDADO
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               OPEN INPUT PAYHIST
               IF WS-PAYH-STATUS = '00'
                   MOVE 0 TO WS-PH-FLAG
                   MOVE ID-EMPL TO PH-ID-EMPL
                   MOVE SPACES TO PH-PERIODO
                   MOVE SPACES TO PH-GRUPO
                   MOVE 0 TO PH-SEC
                   START PAYHIST KEY IS NOT LESS THAN PH-KEY
                       INVALID KEY MOVE 1 TO WS-PH-FLAG
                   END-START
                   PERFORM 211-SCAN-PAYHIST UNTIL WS-PH-FLAG = 1
                   CLOSE PAYHIST
               END-IF.

           211-SCAN-PAYHIST.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-PH-FLAG
                       ELSE
                           IF PH-GRUPO = 'L'
                               MOVE 'S' TO WS-YA-LIQUIDADO
                               MOVE 1 TO WS-PH-FLAG
                           END-IF
                       END-IF
               END-READ.

           220-PIDE-REGLA.
               DISPLAY 'EMPLEADO RECONTRATADO. REGLA DE SERVICIO: '
                   'P=PUENTEA DESDE EL INGRESO ORIGINAL, '
                   'R=DESDE EL REINGRESO:'
               ACCEPT WS-LIQ-REGLA
               IF WS-LIQ-REGLA NOT = 'P' AND WS-LIQ-REGLA NOT = 'R'
                   PERFORM 220-PIDE-REGLA
               END-IF.

      *UMA Y SALARIO MINIMO (DE LA ZONA DE LA SUCURSAL) VIGENTES
      *EN LA FECHA DE BAJA, DE REF-MAST. SIN TABLA QUEDAN LOS
      *VALORES POR OMISION DE LIQWS. EL SDI DE LA INDEMNIZACION NO
      *LLEVA EL TOPE DE 25 UMA (WS-SDI-TOPE QUEDA EN CERO).
           230-CARGA-REFERENCIA.
               MOVE TERM-FECHA TO WS-REF-VIG-PIDE
               MOVE SUC-CLV TO LC-CLV
               PERFORM 974-LOC-LOOKUP THRU 974-SALIDA
               PERFORM 984-REF-VIGENTE
               IF WS-REF-HALLO = 'S'
                   MOVE WS-REF-UMA TO WS-LIQ-UMA-DIARIO
                   IF LC-ZONA-SM = 'F'
                       MOVE WS-REF-SM-FRONT TO WS-LIQ-SM-DIARIO
                   ELSE
                       MOVE WS-REF-SM-GRAL TO WS-LIQ-SM-DIARIO
                   END-IF
               END-IF.

       300-ESTADO.
           DISPLAY '----------- ESTADO DE LIQUIDACION -----------'.
           DISPLAY 'ID:       ' ID-EMPL ' ' NOM-EMPL.
           DISPLAY 'BAJA:     ' TERM-FECHA ' RAZON: ' TERM-REASON.
           DISPLAY 'SERVICIO: ' WS-LIQ-DIAS ' DIAS (' WS-LIQ-ANOS
               ' ANOS, REGLA ' WS-LIQ-REGLA ')'.
           DISPLAY 'SALARIO DIARIO INTEGRADO: ' WS-SDI-CALC.
           DISPLAY 'UMA / SALARIO MINIMO:     ' WS-LIQ-UMA-DIARIO
               ' / ' WS-LIQ-SM-DIARIO.
           DISPLAY 'CUOTA PRIMA ANTIGUEDAD:   ' WS-LIQ-CUOTA-PA.
           DISPLAY 'INDEMNIZACION 3 MESES:    ' WS-LIQ-3MESES.
           DISPLAY 'INDEMNIZACION 20 DIAS/ANO: ' WS-LIQ-20DIAS.
           DISPLAY 'PRIMA DE ANTIGUEDAD:      ' WS-LIQ-PRIMA-ANT.
           DISPLAY 'TOTAL LIQUIDACION:        ' WS-LIQ-TOTAL.
           DISPLAY 'EXENTO (' WS-LIQ-ANOS-EXE ' ANOS X 90 UMA): '
               WS-LIQ-EXENTO.
           DISPLAY 'GRAVADO:                  ' WS-LIQ-GRAVADO.
           DISPLAY 'TASA EFECTIVA ORDINARIA:  ' WS-LIQ-TASA.
           DISPLAY 'IMPUESTO RETENIDO:        ' WS-LIQ-ISR.
           DISPLAY 'NETO A PAGAR:             ' WS-LIQ-NETO.
           DISPLAY '---------------------------------------------'.

       400-PAGA.
           ADD WS-PAGO-CALC TO YTD-SUE.
           REWRITE REG-EMPL.
           MOVE 'R' TO WS-JRN-OP.
           PERFORM 937-JOURNAL.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 500-PAYHIST-LIQ.
           PERFORM 600-DEDDET-LIQ.
           MOVE 'DYNLIQUI' TO WS-AUD-PROGRAMA.
           MOVE 'E' TO WS-AUD-OPER.
           MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO.
           PERFORM 903-AUDITORIA.
           ADD WS-PAGO-CALC TO WS-TOTAL-PAGADO.
           ADD 1 TO WS-LIQUIDADOS.
           DISPLAY 'LIQUIDACION APLICADA Y AUDITADA.'.

      *DETALLE DE LA LIQUIDACION: PERIODO = MES DE LA BAJA, GRUPO
      *'L', SIN HORAS NI DEDUCCIONES; LOS CANALES DE PAGO Y LA
      *POLIZA LO DISTINGUEN DEL CICLO NORMAL POR EL GRUPO.
       500-PAYHIST-LIQ.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN I-O PAYHIST.
           IF WS-PAYH-STATUS = '35'
               OPEN OUTPUT PAYHIST
               CLOSE PAYHIST
               OPEN I-O PAYHIST
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PH-FECHA.
           MOVE WS-PH-PERIODO TO PH-PERIODO.
           MOVE ID-EMPL TO PH-ID-EMPL.
           MOVE TIPO-PAGO TO PH-TIPO-PAGO.
           MOVE 0 TO PH-HORAS-TRAB.
           MOVE 0 TO PH-HORAS-EXTRA.
           MOVE WS-PAGO-CALC TO PH-PAGO-BRUTO.
           MOVE WS-ISR-CALC TO PH-ISR.
           MOVE WS-NETO-CALC TO PH-NETO.
           MOVE 0 TO PH-DEDUC.
           MOVE 'L' TO PH-GRUPO.
           MOVE 0 TO PH-SEC.
           MOVE 'N' TO WS-PH-LISTO.
           PERFORM 510-ESCRIBE-PH UNTIL WS-PH-LISTO = 'S'.
           CLOSE PAYHIST.

           510-ESCRIBE-PH.
               WRITE PAYH-REC
                   INVALID KEY
                       IF PH-SEC < 99
                           ADD 1 TO PH-SEC
                       ELSE
                           DISPLAY 'PAYHIST: NO SE PUDO ESCRIBIR EL '
                               'DETALLE DE ' PH-ID-EMPL
                           MOVE 'S' TO WS-PH-LISTO
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PH-LISTO
               END-WRITE.

      *CADA CONCEPTO DE LA LIQUIDACION QUEDA COMO SU PROPIO
      *RENGLON 'L' EN DEDDET Y EL IMPUESTO COMO RENGLON 'I' CON
      *CLAVE LIQUIDAC, APARTE DEL IMPUESTO DEL PAGO ORDINARIO.
       600-DEDDET-LIQ.
           MOVE WS-PH-PERIODO TO WS-DET-PERIODO.
           MOVE 'L' TO WS-DET-GRUPO.
           MOVE 'L' TO WS-DET-TIPO.
           IF WS-LIQ-3MESES > 0
               MOVE 'IND3MESES' TO WS-DET-CLAVE
               MOVE 'INDEMNIZ 3 MESES' TO WS-DET-DESC
               MOVE WS-LIQ-3MESES TO WS-DET-MONTO
               PERFORM 962-DED-DETALLE
           END-IF.
           IF WS-LIQ-20DIAS > 0
               MOVE 'IND20DIAS' TO WS-DET-CLAVE
               MOVE 'INDEMNIZ 20 DIAS/ANO' TO WS-DET-DESC
               MOVE WS-LIQ-20DIAS TO WS-DET-MONTO
               PERFORM 962-DED-DETALLE
           END-IF.
           IF WS-LIQ-PRIMA-ANT > 0
               MOVE 'PRIMAANTIG' TO WS-DET-CLAVE
               MOVE 'PRIMA DE ANTIGUEDAD' TO WS-DET-DESC
               MOVE WS-LIQ-PRIMA-ANT TO WS-DET-MONTO
               PERFORM 962-DED-DETALLE
           END-IF.
           IF WS-LIQ-ISR > 0
               MOVE 'I' TO WS-DET-TIPO
               MOVE 'LIQUIDAC' TO WS-DET-CLAVE
               MOVE 'ISR LIQUIDACION' TO WS-DET-DESC
               MOVE WS-LIQ-ISR TO WS-DET-MONTO
               PERFORM 962-DED-DETALLE
           END-IF.

           COPY OPERLKUP.
           COPY AUDITLKUP.
           COPY TAXLKUP.
           COPY IMSLKUP.
           COPY LIQLKUP.
           COPY REFLKUP.
           COPY LOCLKUP.
           COPY DETLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
