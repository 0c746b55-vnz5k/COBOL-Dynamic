      *********************************************************
      *PROGRAMA - MANTENIMIENTO DE CREDITOS INFONAVIT         *
      *(INF-MAST). LOS DESCUENTOS DE CREDITO DE VIVIENDA SE   *
      *LLEVABAN COMO PRESTAMO FALSO EN LOAN-MAST CON UN       *
      *IMPORTE CALCULADO A MANO. AQUI SE CAPTURA EL AVISO DE  *
      *RETENCION (NUMERO DE CREDITO, TIPO DE DESCUENTO -      *
      *PORCENTAJE DEL SDI, CUOTA FIJA EN PESOS O FACTOR DE    *
      *VECES UMA - Y FECHA), SUS MODIFICACIONES Y EL AVISO DE *
      *SUSPENSION; LA CORRIDA DE NOMINA CALCULA EL DESCUENTO  *
      *DEL PERIODO CON ESOS VALORES (944-CALCULA-INFONAVIT).  *
      *VALIDA QUE EL EMPLEADO EXISTA. MISMO ESTILO QUE        *
      *DYN-LONMNT.                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-INFMNT.

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
           COPY INFFILE.
           COPY QSCFILE.
           COPY OPERFILE.
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

           COPY INFFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY INFSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC X(08).
       01 WS-ACCION                    PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG.
           MOVE 'DYNINFMN' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     CREDITOS DE VIVIENDA INFONAVIT'.
           DISPLAY SEP.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH.
           DISPLAY 'INFMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-INFMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-INFMAST-PATH = SPACES
               MOVE WS-INFMAST-PATH-DFLT TO WS-INFMAST-PATH
           END-IF.
           OPEN I-O INF-MAST.
           IF WS-INF-STATUS = '35'
               OPEN OUTPUT INF-MAST
               CLOSE INF-MAST
               OPEN I-O INF-MAST
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE INF-MAST.
           DISPLAY 'CREDITOS GUARDADOS'.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'ID DE EMPLEADO:'.
           ACCEPT IF-ID-EMPL.
           MOVE IF-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' NSS: ' NSS
                   READ INF-MAST KEY IS IF-ID-EMPL
                       INVALID KEY
                           PERFORM 200-ALTA
                       NOT INVALID KEY
                           PERFORM 300-CAMBIO
                   END-READ
           END-READ.
           DISPLAY 'OTRO EMPLEADO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

      *AVISO DE RETENCION: EL CREDITO NUEVO ARRANCA SIN
      *SUSPENSION Y SIN NADA RETENIDO.
       200-ALTA.
           IF EMP-STATUS = 'I'
               DISPLAY 'EMPLEADO INACTIVO, NO SE CAPTURA'
           ELSE
               DISPLAY 'SIN CREDITO REGISTRADO. AVISO DE RETENCION:'
               MOVE ID-EMPL TO IF-ID-EMPL
               DISPLAY 'NUMERO DE CREDITO (10 POSICIONES):'
               ACCEPT IF-CREDITO
               PERFORM 210-DESCUENTO
               PERFORM 220-F-RETENCION
               MOVE SPACES TO IF-F-SUSPENSION
               MOVE 0 TO IF-RETENIDO
               MOVE WS-HOY TO IF-FECHA-ALTA
               WRITE INF-REC
                   INVALID KEY
                       DISPLAY 'EL EMPLEADO YA TIENE CREDITO'
                   NOT INVALID KEY
                       DISPLAY 'CREDITO GRABADO'
               END-WRITE
           END-IF.

           210-DESCUENTO.
               DISPLAY 'TIPO DE DESCUENTO (P=PORCENTAJE DEL SDI '
                   'F=CUOTA FIJA MENSUAL V=VECES UMA):'
               ACCEPT IF-TIPO-DESC
               IF IF-TIPO-DESC NOT = 'P' AND IF-TIPO-DESC NOT = 'F'
                   AND IF-TIPO-DESC NOT = 'V'
                   DISPLAY 'TIPO INVALIDO'
                   PERFORM 210-DESCUENTO
               ELSE
                   PERFORM 211-VALOR
               END-IF.

           211-VALOR.
               EVALUATE IF-TIPO-DESC
                   WHEN 'P'
                       DISPLAY 'PORCENTAJE DEL SDI (EJ. 0.2000 = 20%):'
                   WHEN 'F'
                       DISPLAY 'CUOTA FIJA MENSUAL EN PESOS:'
                   WHEN OTHER
                       DISPLAY 'FACTOR DE VECES UMA MENSUAL:'
               END-EVALUATE
               ACCEPT IF-VALOR
               IF IF-VALOR = 0
                   DISPLAY 'EL VALOR NO PUEDE SER CERO'
                   PERFORM 211-VALOR
               END-IF.

           220-F-RETENCION.
               DISPLAY 'FECHA DEL AVISO DE RETENCION (YYYYMMDD):'
               ACCEPT IF-F-RETENCION
               IF IF-F-RETENCION NOT NUMERIC
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 220-F-RETENCION
               END-IF.

      *CREDITO YA REGISTRADO: AVISO DE MODIFICACION DEL
      *DESCUENTO, AVISO DE SUSPENSION O REANUDACION (UN AVISO
      *DE RETENCION NUEVO DESPUES DE UNA SUSPENSION).
       300-CAMBIO.
           DISPLAY 'CREDITO:    ' IF-CREDITO.
           DISPLAY 'DESCUENTO:  ' IF-TIPO-DESC ' ' IF-VALOR.
           DISPLAY 'RETENCION:  ' IF-F-RETENCION
               '  SUSPENSION: ' IF-F-SUSPENSION.
           DISPLAY 'RETENIDO:   ' IF-RETENIDO.
           DISPLAY 'M=MODIFICAR DESCUENTO S=SUSPENDER '
               'R=REANUDAR (AVISO DE RETENCION NUEVO) '
               'OTRA=NADA:'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'M'
                   PERFORM 210-DESCUENTO
                   REWRITE INF-REC
                   DISPLAY 'DESCUENTO MODIFICADO'
               WHEN 'S'
                   PERFORM 310-F-SUSPENSION
                   REWRITE INF-REC
                   DISPLAY 'CREDITO SUSPENDIDO DESDE ' IF-F-SUSPENSION
               WHEN 'R'
                   DISPLAY 'NUMERO DE CREDITO (10 POSICIONES):'
                   ACCEPT IF-CREDITO
                   PERFORM 210-DESCUENTO
                   PERFORM 220-F-RETENCION
                   MOVE SPACES TO IF-F-SUSPENSION
                   REWRITE INF-REC
                   DISPLAY 'CREDITO REANUDADO DESDE ' IF-F-RETENCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           310-F-SUSPENSION.
               DISPLAY 'FECHA DEL AVISO DE SUSPENSION (YYYYMMDD):'
               ACCEPT IF-F-SUSPENSION
               IF IF-F-SUSPENSION NOT NUMERIC
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 310-F-SUSPENSION
               END-IF.

           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
