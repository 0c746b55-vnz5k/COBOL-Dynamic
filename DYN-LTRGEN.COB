      *********************************************************
      *PROGRAMA - CONSTANCIAS LABORALES. GENERA LA CONSTANCIA *
      *DE EMPLEO DE UN EMPLEADO VIGENTE DESDE UNA PLANTILLA DE*
      *LTP-MAST (DYN-LTPMNT), CON O SIN SUELDO, LLENANDO SUS  *
      *CAMPOS DEL MAESTRO, LA PLAZA, LA COMPANIA Y LOS DATOS  *
      *DE A QUIEN VA DIRIGIDA, Y LA FIRMA EL FIRMANTE DE      *
      *RECURSOS HUMANOS CONFIGURADO EN LA PLANTILLA. CADA     *
      *CONSTANCIA LLEVA FOLIO CONSECUTIVO, SALE AL SPOOL (DE  *
      *DONDE SE REIMPRIME EXACTA CON DYN-SPLVIEW) Y QUEDA EN  *
      *LA BITACORA LTR-LOG CON SOLICITANTE, PROPOSITO Y       *
      *OPERADOR. TAMBIEN ATIENDE LA COLA DE SOLICITUDES QUE   *
      *LOS EMPLEADOS DEJAN EN DYN-KIOSK (LTR-REQ) Y CONSULTA  *
      *UN FOLIO.                                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-LTRGEN.

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
           COPY LTPFILE.
           COPY LTRFILE.
           COPY LTQFILE.
           COPY CIAFILE.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY SPLFILE.
           COPY OPERFILE.
           COPY EXCFILE.
           COPY SESFILE.

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

           COPY LTPFD.
           COPY LTRFD.
           COPY LTQFD.
           COPY CIAFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY SPLFD.
           COPY OPERFD.
           COPY EXCFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY LTPSTAT.
           COPY LTRSTAT.
           COPY LTQSTAT.
           COPY CIASTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY SPLSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-LTQ-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).
       01 WS-HORA                      PIC X(06).
       01 WS-PENDIENTES                PIC 9(05).

      *DATOS DE LA CONSTANCIA EN CURSO. WS-CT-ORIGEN 'K' CUANDO
      *SALE DE UNA SOLICITUD DEL KIOSCO.
       01 WS-CT-ID                     PIC 9(06).
       01 WS-CT-PLANTILLA              PIC X(03).
       01 WS-CT-SUELDO                 PIC X.
       01 WS-CT-SOLICITA               PIC X(30).
       01 WS-CT-PROPOSITO              PIC X(30).
       01 WS-CT-ORIGEN                 PIC X.
       01 WS-CT-OK                     PIC X.
       01 WS-CT-FOLIO                  PIC 9(06).
       01 WS-CT-FIRMA-NOM              PIC X(70).
       01 WS-CT-FIRMA-CARGO            PIC X(70).
       01 WS-CT-PUESTO                 PIC X(30).
       01 WS-CT-CIA                    PIC X(30).
       01 WS-CT-FING                   PIC X(10).
       01 WS-CT-FECHA                  PIC X(10).
       01 WS-CT-SUE-ED                 PIC $$$,$$$,$$9.99.
       01 WS-CT-RENGLONES              PIC 9(02).

      *LLENADO DE CAMPOS &XXX& DE UN RENGLON DE LA PLANTILLA.
       01 WS-IP                        PIC 9(03).
       01 WS-JP                        PIC 9(03).
       01 WS-OP                        PIC 9(03).
       01 WS-LARGO                     PIC 9(03).
       01 WS-CIERRE                    PIC X.
       01 WS-CAMPO                     PIC X(12).
       01 WS-VALOR                     PIC X(70).
       01 WS-CUENTA                    PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     CONSTANCIAS LABORALES'.
           DISPLAY SEP.
           MOVE 'DYNLTRGN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-LTPMAST-PATH-DFLT TO WS-LTPMAST-PATH.
           DISPLAY 'LTPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LTPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LTPMAST-PATH = SPACES
               MOVE WS-LTPMAST-PATH-DFLT TO WS-LTPMAST-PATH
           END-IF.
           OPEN INPUT LTP-MAST.
           IF WS-LTP-STATUS NOT = '00'
               DISPLAY 'SIN PLANTILLAS DE CONSTANCIA (DYN-LTPMNT). '
                   'FILE STATUS: ' WS-LTP-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-LTRLOG-PATH-DFLT TO WS-LTRLOG-PATH.
           DISPLAY 'LTRLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LTRLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LTRLOG-PATH = SPACES
               MOVE WS-LTRLOG-PATH-DFLT TO WS-LTRLOG-PATH
           END-IF.
           OPEN I-O LTR-LOG.
           IF WS-LTR-STATUS = '35'
               OPEN OUTPUT LTR-LOG
               CLOSE LTR-LOG
               OPEN I-O LTR-LOG
           END-IF.
           MOVE WS-LTRREQ-PATH-DFLT TO WS-LTRREQ-PATH.
           DISPLAY 'LTRREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LTRREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LTRREQ-PATH = SPACES
               MOVE WS-LTRREQ-PATH-DFLT TO WS-LTRREQ-PATH
           END-IF.
           OPEN I-O LTR-REQ.
           IF WS-LTQ-STATUS = '35'
               OPEN OUTPUT LTR-REQ
               CLOSE LTR-REQ
               OPEN I-O LTR-REQ
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE LTR-REQ.
           CLOSE LTR-LOG.
           CLOSE LTP-MAST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (G=GENERA S=SOLICITUDES DEL KIOSCO '
               'C=CONSULTA FOLIO F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'G' PERFORM 200-CAPTURA
               WHEN 'S' PERFORM 500-SOLICITUDES
               WHEN 'C' PERFORM 600-CONSULTA THRU 600-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

      *CONSTANCIA PEDIDA EN VENTANILLA O POR TELEFONO.
       200-CAPTURA.
           DISPLAY 'ID DEL EMPLEADO:'.
           ACCEPT WS-CT-ID.
           PERFORM 210-PIDE-PLANTILLA.
           DISPLAY 'CON SUELDO? S/N'.
           ACCEPT WS-CT-SUELDO.
           DISPLAY 'DIRIGIDA A (BANCO, ARRENDADOR, EMBAJADA...):'.
           MOVE SPACES TO WS-CT-SOLICITA.
           ACCEPT WS-CT-SOLICITA.
           DISPLAY 'PROPOSITO:'.
           MOVE SPACES TO WS-CT-PROPOSITO.
           ACCEPT WS-CT-PROPOSITO.
           MOVE 'O' TO WS-CT-ORIGEN.
           PERFORM 300-EMITE THRU 300-SALIDA.

           210-PIDE-PLANTILLA.
               DISPLAY 'CLAVE DE PLANTILLA:'
               MOVE SPACES TO WS-CT-PLANTILLA
               ACCEPT WS-CT-PLANTILLA.

      *VALIDA, ASIGNA FOLIO, IMPRIME AL SPOOL Y REGISTRA. DEJA
      *WS-CT-OK = 'S' SI LA CONSTANCIA SALIO.
       300-EMITE.
           MOVE 'N' TO WS-CT-OK.
           IF WS-CT-SUELDO NOT = 'S'
               MOVE 'N' TO WS-CT-SUELDO
           END-IF.
           MOVE WS-CT-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
                   GO TO 300-SALIDA
           END-READ.
           IF EMP-STATUS = 'I'
               DISPLAY 'EMPLEADO DADO DE BAJA; LA CONSTANCIA DE '
                   'EMPLEO ES SOLO PARA EMPLEADOS VIGENTES'
               GO TO 300-SALIDA
           END-IF.
           IF WS-CT-PLANTILLA = 'FIR'
               DISPLAY 'PLANTILLA NO EXISTE'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-CT-PLANTILLA TO LP-CLV.
           MOVE 0 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY
                   DISPLAY 'PLANTILLA NO EXISTE'
                   GO TO 300-SALIDA
           END-READ.
           MOVE 'FIR' TO LP-CLV.
           MOVE 1 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY
                   DISPLAY 'FALTA EL FIRMANTE DE RECURSOS HUMANOS '
                       '(DYN-LTPMNT, ACCION P)'
                   GO TO 300-SALIDA
           END-READ.
           MOVE LP-TEXTO TO WS-CT-FIRMA-NOM.
           MOVE SPACES TO WS-CT-FIRMA-CARGO.
           MOVE 2 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LP-TEXTO TO WS-CT-FIRMA-CARGO
           END-READ.
           PERFORM 310-DATOS.
           PERFORM 320-FOLIO.
           MOVE 'CONSTANCIA' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'FOLIO ' WS-CT-FOLIO ' ' WS-CT-ID
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE 0 TO WS-CT-RENGLONES.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'FOLIO: ' WS-CT-FOLIO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           MOVE WS-CT-FECHA TO WS-SPL-LINEA(70:10).
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-CT-PLANTILLA TO LP-CLV.
           MOVE 1 TO LP-RENG.
           MOVE 0 TO WS-LEE-FLAG.
           START LTP-MAST KEY IS NOT LESS THAN LP-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           PERFORM 330-RENGLON UNTIL WS-LEE-FLAG = 1.
           MOVE SPACES TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE '     ______________________________' TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     ' WS-CT-FIRMA-NOM
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '     ' WS-CT-FIRMA-CARGO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           IF WS-CT-RENGLONES = 0
               DISPLAY 'AVISO: LA PLANTILLA NO TIENE TEXTO'
           END-IF.
           MOVE WS-CT-FOLIO TO LG-FOLIO.
           MOVE WS-CT-ID TO LG-ID-EMPL.
           MOVE WS-CT-PLANTILLA TO LG-PLANTILLA.
           MOVE WS-CT-SUELDO TO LG-SUELDO.
           MOVE WS-CT-SOLICITA TO LG-SOLICITA.
           MOVE WS-CT-PROPOSITO TO LG-PROPOSITO.
           MOVE WS-HOY TO LG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO LG-HORA.
           MOVE WS-CUR-OPER-ID TO LG-OPER.
           MOVE WS-CT-ORIGEN TO LG-ORIGEN.
           MOVE 0 TO LG-SPL-GEN.
           IF WS-SPL-ACTIVO = 'S'
               MOVE WS-SPL-GEN TO LG-SPL-GEN
           END-IF.
           WRITE LTR-REC
               INVALID KEY
                   DISPLAY 'NO SE PUDO REGISTRAR EL FOLIO ' WS-CT-FOLIO
                       ' EN LA BITACORA. FILE STATUS: ' WS-LTR-STATUS
                   GO TO 300-SALIDA
           END-WRITE.
           MOVE 'S' TO WS-CT-OK.
           DISPLAY 'CONSTANCIA EMITIDA CON FOLIO ' WS-CT-FOLIO.

       300-SALIDA.
           EXIT.

      *CAMPOS QUE NO SALEN DIRECTO DEL MAESTRO: PUESTO (DE LA
      *PLAZA QUE OCUPA), COMPANIA Y FECHAS CON FORMATO DD/MM/AAAA.
           310-DATOS.
               MOVE SPACES TO WS-CT-PUESTO
               PERFORM 993-PLAZA-RUTA
               OPEN INPUT PLZ-MAST
               IF WS-PLZ-STATUS = '00'
                   PERFORM 994-PLAZA-BUSCA
                   IF WS-PLZ-ACTUAL NOT = 0
                       MOVE PZ-PUESTO TO PT-CLV
                       MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
                       DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME
                       ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE
                       IF WS-PSTMAST-PATH = SPACES
                           MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
                       END-IF
                       OPEN INPUT PST-MAST
                       IF WS-PST-STATUS = '00'
                           READ PST-MAST KEY IS PT-CLV
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE PT-TITULO TO WS-CT-PUESTO
                           END-READ
                           CLOSE PST-MAST
                       END-IF
                   END-IF
                   CLOSE PLZ-MAST
               END-IF
               MOVE CIA-CLV TO CM-CLV
               IF CM-CLV = SPACES
                   MOVE '01' TO CM-CLV
               END-IF
               MOVE SPACES TO CM-NOM
               PERFORM 973-CIA-LOOKUP
               MOVE CM-NOM TO WS-CT-CIA
               MOVE SPACES TO WS-CT-FING
               STRING F-ING(7:2) '/' F-ING(5:2) '/' F-ING(1:4)
                   DELIMITED BY SIZE INTO WS-CT-FING
               MOVE SPACES TO WS-CT-FECHA
               STRING WS-HOY(7:2) '/' WS-HOY(5:2) '/' WS-HOY(1:4)
                   DELIMITED BY SIZE INTO WS-CT-FECHA
               MOVE SUE-MEN TO WS-CT-SUE-ED.

      *EL FOLIO ES EL SIGUIENTE AL ULTIMO DE LA BITACORA.
           320-FOLIO.
               MOVE 0 TO WS-CT-FOLIO
               MOVE 0 TO LG-FOLIO
               MOVE 0 TO WS-LEE-FLAG
               START LTR-LOG KEY IS NOT LESS THAN LG-FOLIO
                   INVALID KEY MOVE 1 TO WS-LEE-FLAG
               END-START
               PERFORM 321-ULTIMO UNTIL WS-LEE-FLAG = 1
               ADD 1 TO WS-CT-FOLIO.

           321-ULTIMO.
               READ LTR-LOG NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END MOVE LG-FOLIO TO WS-CT-FOLIO
               END-READ.

      *SIN SUELDO SE OMITEN LOS RENGLONES MARCADOS Y, POR
      *SEGURIDAD, CUALQUIER OTRO QUE TRAIGA EL CAMPO &SUELDO&.
           330-RENGLON.
               READ LTP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF LP-CLV NOT = WS-CT-PLANTILLA
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           MOVE 0 TO WS-CUENTA
                           INSPECT LP-TEXTO TALLYING WS-CUENTA
                               FOR ALL '&SUELDO&'
                           IF WS-CT-SUELDO = 'S'
                               OR (LP-SUELDO NOT = 'S'
                               AND WS-CUENTA = 0)
                               PERFORM 400-LLENA
                               PERFORM 941-SPOOL-LINEA
                               ADD 1 TO WS-CT-RENGLONES
                           END-IF
                       END-IF
               END-READ.

      *COPIA LP-TEXTO A WS-SPL-LINEA CAMBIANDO CADA &CAMPO& POR
      *SU VALOR; UN CAMPO QUE NO SE CONOCE SE DEJA COMO VIENE.
       400-LLENA.
           MOVE SPACES TO WS-SPL-LINEA.
           MOVE 1 TO WS-IP.
           MOVE 1 TO WS-OP.
           PERFORM 410-CARACTER UNTIL WS-IP > 70 OR WS-OP > 79.

           410-CARACTER.
               IF LP-TEXTO(WS-IP:1) = '&'
                   PERFORM 420-CAMPO
               ELSE
                   STRING LP-TEXTO(WS-IP:1) DELIMITED BY SIZE
                       INTO WS-SPL-LINEA WITH POINTER WS-OP
                   ADD 1 TO WS-IP
               END-IF.

           420-CAMPO.
               COMPUTE WS-JP = WS-IP + 1
               MOVE 'N' TO WS-CIERRE
               PERFORM 430-BUSCA-CIERRE
                   UNTIL WS-CIERRE = 'S' OR WS-JP > 70
               COMPUTE WS-LARGO = WS-JP - WS-IP - 1
               IF WS-CIERRE = 'N' OR WS-LARGO = 0 OR WS-LARGO > 12
                   STRING '&' DELIMITED BY SIZE
                       INTO WS-SPL-LINEA WITH POINTER WS-OP
                   ADD 1 TO WS-IP
               ELSE
                   MOVE SPACES TO WS-CAMPO
                   MOVE LP-TEXTO(WS-IP + 1:WS-LARGO) TO WS-CAMPO
                   PERFORM 440-VALOR
                   STRING FUNCTION TRIM(WS-VALOR) DELIMITED BY SIZE
                       INTO WS-SPL-LINEA WITH POINTER WS-OP
                   COMPUTE WS-IP = WS-JP + 1
               END-IF.

           430-BUSCA-CIERRE.
               IF LP-TEXTO(WS-JP:1) = '&'
                   MOVE 'S' TO WS-CIERRE
               ELSE
                   ADD 1 TO WS-JP
               END-IF.

           440-VALOR.
               MOVE SPACES TO WS-VALOR
               EVALUATE WS-CAMPO
                   WHEN 'NOMBRE' MOVE NOM-EMPL TO WS-VALOR
                   WHEN 'RFC' MOVE RFC TO WS-VALOR
                   WHEN 'CURP' MOVE CURP TO WS-VALOR
                   WHEN 'NSS' MOVE NSS TO WS-VALOR
                   WHEN 'FING' MOVE WS-CT-FING TO WS-VALOR
                   WHEN 'PUESTO' MOVE WS-CT-PUESTO TO WS-VALOR
                   WHEN 'DEPTO' MOVE NOM-DEP TO WS-VALOR
                   WHEN 'CIA' MOVE WS-CT-CIA TO WS-VALOR
                   WHEN 'SUELDO' MOVE WS-CT-SUE-ED TO WS-VALOR
                   WHEN 'FECHA' MOVE WS-CT-FECHA TO WS-VALOR
                   WHEN 'FOLIO' MOVE WS-CT-FOLIO TO WS-VALOR
                   WHEN 'SOLICITA' MOVE WS-CT-SOLICITA TO WS-VALOR
                   WHEN 'PROPOSITO' MOVE WS-CT-PROPOSITO TO WS-VALOR
                   WHEN OTHER
                       STRING '&' WS-CAMPO(1:WS-LARGO) '&'
                           DELIMITED BY SIZE INTO WS-VALOR
               END-EVALUATE.

      *COLA DEL KIOSCO: CADA PENDIENTE SE ATIENDE (CON LA
      *PLANTILLA QUE ESCOJA EL OPERADOR), SE RECHAZA O SE DEJA.
       500-SOLICITUDES.
           MOVE 0 TO WS-PENDIENTES.
           MOVE LOW-VALUES TO LQ-KEY.
           MOVE 0 TO WS-LTQ-FLAG.
           START LTR-REQ KEY IS NOT LESS THAN LQ-KEY
               INVALID KEY MOVE 1 TO WS-LTQ-FLAG
           END-START.
           PERFORM 510-SOLICITUD UNTIL WS-LTQ-FLAG = 1.
           DISPLAY 'SOLICITUDES PENDIENTES REVISADAS: ' WS-PENDIENTES.

           510-SOLICITUD.
               READ LTR-REQ NEXT RECORD
                   AT END MOVE 1 TO WS-LTQ-FLAG
                   NOT AT END
                       IF LQ-EST = 'P'
                           ADD 1 TO WS-PENDIENTES
                           PERFORM 520-ATIENDE
                       END-IF
               END-READ.

           520-ATIENDE.
               DISPLAY SEP
               DISPLAY 'EMPLEADO ' LQ-ID-EMPL ' PIDIO EL ' LQ-FECHA
                   ' CON SUELDO: ' LQ-SUELDO
               DISPLAY '  DIRIGIDA A: ' LQ-SOLICITA
               DISPLAY '  PROPOSITO:  ' LQ-PROPOSITO
               DISPLAY 'A=ATIENDE R=RECHAZA O=OMITE (F=TERMINA):'
               ACCEPT WS-RES
               EVALUATE WS-RES
                   WHEN 'A'
                       PERFORM 210-PIDE-PLANTILLA
                       MOVE LQ-ID-EMPL TO WS-CT-ID
                       MOVE LQ-SUELDO TO WS-CT-SUELDO
                       MOVE LQ-SOLICITA TO WS-CT-SOLICITA
                       MOVE LQ-PROPOSITO TO WS-CT-PROPOSITO
                       MOVE 'K' TO WS-CT-ORIGEN
                       PERFORM 300-EMITE THRU 300-SALIDA
                       IF WS-CT-OK = 'S'
                           MOVE 'A' TO LQ-EST
                           MOVE WS-CT-FOLIO TO LQ-FOLIO
                           MOVE WS-CUR-OPER-ID TO LQ-OPER
                           REWRITE LTQ-REC
                       END-IF
                   WHEN 'R'
                       MOVE 'R' TO LQ-EST
                       MOVE WS-CUR-OPER-ID TO LQ-OPER
                       REWRITE LTQ-REC
                       DISPLAY 'SOLICITUD RECHAZADA'
                   WHEN 'F'
                       MOVE 1 TO WS-LTQ-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *LA REIMPRESION EXACTA ES DE LA GENERACION DEL SPOOL, MIENTRAS
      *NO SE HAYA RECICLADO; SI YA SE RECICLO SE EMITE DE NUEVO.
       600-CONSULTA.
           DISPLAY 'FOLIO:'.
           ACCEPT LG-FOLIO.
           READ LTR-LOG KEY IS LG-FOLIO
               INVALID KEY
                   DISPLAY 'FOLIO NO EXISTE'
                   GO TO 600-SALIDA
           END-READ.
           DISPLAY SEP.
           DISPLAY 'FOLIO ' LG-FOLIO ' EMPLEADO ' LG-ID-EMPL
               ' PLANTILLA ' LG-PLANTILLA ' CON SUELDO: ' LG-SUELDO.
           DISPLAY 'EMITIDA ' LG-FECHA ' ' LG-HORA ' POR ' LG-OPER
               ' ORIGEN ' LG-ORIGEN.
           DISPLAY 'DIRIGIDA A: ' LG-SOLICITA.
           DISPLAY 'PROPOSITO:  ' LG-PROPOSITO.
           IF LG-SPL-GEN = 0
               DISPLAY 'NO QUEDO EN EL SPOOL'
               GO TO 600-SALIDA
           END-IF.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'FOLIO ' LG-FOLIO ' ' LG-ID-EMPL
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           MOVE WS-SPLCAT-PATH-DFLT TO WS-SPLCAT-PATH.
           DISPLAY 'SPLCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SPLCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SPLCAT-PATH = SPACES
               MOVE WS-SPLCAT-PATH-DFLT TO WS-SPLCAT-PATH
           END-IF.
           OPEN INPUT SPOOL-CAT.
           IF WS-SPLC-STATUS NOT = '00'
               DISPLAY 'SIN CATALOGO DE SPOOL'
               GO TO 600-SALIDA
           END-IF.
           MOVE LG-SPL-GEN TO SC-GEN.
           READ SPOOL-CAT KEY IS SC-GEN
               INVALID KEY MOVE SPACES TO SC-PARAMS
           END-READ.
           CLOSE SPOOL-CAT.
           IF SC-REPORTE = 'CONSTANCIA' AND SC-PARAMS = WS-SPL-PARAMS
               DISPLAY 'REIMPRIMA EN DYN-SPLVIEW LA GENERACION '
                   LG-SPL-GEN
           ELSE
               DISPLAY 'LA GENERACION ' LG-SPL-GEN ' DEL SPOOL YA SE '
                   'RECICLO; EMITA UNA CONSTANCIA NUEVA'
           END-IF.

       600-SALIDA.
           EXIT.

           COPY PLZLKUP.
           COPY CIALKUP.
           COPY SPOOLLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
