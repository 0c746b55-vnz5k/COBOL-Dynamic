      *********************************************************
      *PROGRAMA - SOLICITUDES DE DERECHOS ARCO (ACCESO,       *
      *RECTIFICACION, CANCELACION, OPOSICION) DE EMPLEADOS Y  *
      *EX EMPLEADOS. REGISTRA CADA SOLICITUD EN ARCO-MAST CON *
      *SU FECHA LEGAL DE RESPUESTA (20 DIAS HABILES SEGUN     *
      *CAL-MAST), LISTA LAS ABIERTAS MARCANDO LAS VENCIDAS,   *
      *ARMA EN EL SPOOL (DYN-SPLVIEW LO REIMPRIME) EL DOSIER  *
      *COMPLETO DE UN ID-EMPL - MAESTRO O ARCHIVO HISTORICO,  *
      *PAYHIST, DEDDET, AUDIT-LOG, TRANS-LOG, LEAVE-BAL,      *
      *DISC-HIST, EMP-CERT, REVIEW-MAST, ABS-DIARIO Y SUS     *
      *PROPIAS SOLICITUDES - Y UN SUPERVISOR RESUELVE CADA    *
      *SOLICITUD. UNA CANCELACION APROBADA, PASADO EL PLAZO   *
      *DE CONSERVACION FISCAL DESDE LA BAJA, BLOQUEA LOS      *
      *DATOS QUE IDENTIFICAN A LA PERSONA (NOMBRE, CONTACTO,  *
      *RFC, CURP, NSS, CUENTA, NACIMIENTO, NARRATIVAS Y       *
      *FOLIOS DE INCAPACIDAD) EN EL MAESTRO O SU ARCHIVO, EL  *
      *INDICE DEL ARCHIVO, AUDIT-LOG, TRANS-LOG, EL DIARIO    *
      *EMP-JRN, DISC-HIST Y ABS-DIARIO; LOS IMPORTES DE       *
      *NOMINA (PAYHIST, DEDDET, SUELDOS) SE CONSERVAN BAJO EL *
      *MISMO ID-EMPL. CADA DOSIER QUEDA EN SDA-LOG COMO       *
      *EXTRACTO DE DATOS COMPLETOS.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ARCO.

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

           SELECT EMP-ARCH ASSIGN TO WS-ARCREST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCO-TMP ASSIGN TO WS-ARCOTMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TMP-STATUS.
           COPY ARCOFILE.
           COPY AIXFILE.
           COPY PAYHFILE.
           COPY DETFILE.
           COPY AUDITFILE.
           COPY TRANSFILE.
           COPY LVBFILE.
           COPY DISFILE.
           COPY CRTFILE.
           COPY RVWFILE.
           COPY ABSFILE.
           COPY JRNFILE.
           COPY CALFILE.
           COPY SPLFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

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

       FD EMP-ARCH.
       01 ARCH-REC                     PIC X(259).

      *EL RENGLON MAS ANCHO QUE SE REESCRIBE AQUI ES EL DEL DIARIO
      *EMP-JRN (8+8+1, LA IMAGEN DE 259 Y EL LOTE DE 22 = 298).
       FD ARCO-TMP.
       01 TMP-REC                      PIC X(298).

           COPY ARCOFD.
           COPY AIXFD.
           COPY PAYHFD.
           COPY DETFD.
           COPY AUDITFD.
           COPY TRANSFD.
           COPY LVBFD.
           COPY DISFD.
           COPY CRTFD.
           COPY RVWFD.
           COPY ABSFD.
           COPY JRNFD.
           COPY CALFD.
           COPY SPLFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ARCOSTAT.
           COPY AIXSTAT.
           COPY PAYHSTAT.
           COPY DETSTAT.
           COPY AUDITSTAT.
           COPY TRANSSTAT.
           COPY LVBSTAT.
           COPY DISSTAT.
           COPY CRTSTAT.
           COPY RVWSTAT.
           COPY ABSSTAT.
           COPY JRNSTAT.
           COPY CALSTAT.
           COPY SPLSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-ARCH-STATUS               PIC X(02).
       01 WS-ARCREST-PATH              PIC X(80).
       01 WS-TMP-STATUS                PIC X(02).
       01 WS-ARCOTMP-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ARCOTMP.TXT'.
       01 WS-ARCOTMP-PATH              PIC X(80).
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.

       01 WS-OPCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID-BUSCA                  PIC 9(06).
       01 WS-TIPO                      PIC X.
       01 WS-ESTADO                    PIC X.
       01 WS-F-RECIBE                  PIC X(08).
      *DONDE QUEDO LA PERSONA: 'M' MAESTRO, 'H' ARCHIVO HISTORICO,
      *SPACE NO EXISTE.
       01 WS-ORIGEN                    PIC X.
       01 WS-REG-SAVE                  PIC X(259).
       01 WS-REG-RESP                  PIC X(259).
       01 WS-TERM-FECHA                PIC X(08).
       01 WS-TERM-N                    PIC 9(08).
       01 WS-CONSERVA-HASTA            PIC 9(08).
       01 WS-FECHA-N                   PIC 9(08).
       01 WS-FECHA-JUL                 PIC 9(08).
       01 WS-HABILES                   PIC 9(02).
       01 WS-CUENTA                    PIC 9(05).
       01 WS-BLOQUEADOS                PIC 9(05).
       01 WS-ABIERTAS                  PIC 9(05).
       01 WS-VENCIDAS                  PIC 9(05).
       01 WS-BLOQ-NOM                  PIC X(30) VALUE
               '*** BLOQUEADO (ARCO) ***'.
       01 WS-BLOQ-NARR                 PIC X(60) VALUE
               '*** NARRATIVA BLOQUEADA POR CANCELACION ARCO ***'.
       01 WS-IMP1                      PIC Z,ZZZ,ZZ9.99.
       01 WS-IMP2                      PIC Z,ZZZ,ZZ9.99.
       01 WS-IMP3                      PIC Z,ZZZ,ZZ9.99.
       01 WS-IMP4                      PIC Z,ZZZ,ZZ9.99.
       01 WS-CNT-ED                    PIC ZZZZ9.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     SOLICITUDES DE DERECHOS ARCO'.
           DISPLAY SEP.
           MOVE 'DYNARCO' TO WS-SES-PROGRAMA.
           MOVE 'DYNARCO' TO WS-SDA-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ARCOMAST-PATH-DFLT TO WS-ARCOMAST-PATH.
           DISPLAY 'ARCOMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCOMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCOMAST-PATH = SPACES
               MOVE WS-ARCOMAST-PATH-DFLT TO WS-ARCOMAST-PATH
           END-IF.
           OPEN I-O ARCO-MAST.
           IF WS-ARCO-STATUS = '35'
               OPEN OUTPUT ARCO-MAST
               CLOSE ARCO-MAST
               OPEN I-O ARCO-MAST
           END-IF.
           MOVE WS-ARCOTMP-PATH-DFLT TO WS-ARCOTMP-PATH.
           DISPLAY 'ARCOTMP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCOTMP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCOTMP-PATH = SPACES
               MOVE WS-ARCOTMP-PATH-DFLT TO WS-ARCOTMP-PATH
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM 100-MENU UNTIL WS-OPCION = 'X'.
           CLOSE ARCO-MAST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'R REGISTRAR SOLICITUD     L LISTAR ABIERTAS'.
           DISPLAY 'D DOSIER DE UN EMPLEADO   S RESOLVER SOLICITUD'.
           DISPLAY 'B BLOQUEAR (CANCELACION)  X SALIR'.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 'R' PERFORM 200-REGISTRA THRU 200-SALIDA
               WHEN 'L' PERFORM 300-ABIERTAS
               WHEN 'D' PERFORM 400-DOSIER THRU 400-SALIDA
               WHEN 'S' PERFORM 500-RESUELVE THRU 500-SALIDA
               WHEN 'B' PERFORM 600-BLOQUEA THRU 600-SALIDA
               WHEN 'X' CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *****************************************************************
      *    REGISTRO DE LA SOLICITUD Y SU FECHA LEGAL DE RESPUESTA     *
      *****************************************************************
       200-REGISTRA.
           DISPLAY 'ID DEL TITULAR:'.
           ACCEPT WS-ID-BUSCA.
           PERFORM 800-LOCALIZA.
           IF WS-ORIGEN = SPACE
               DISPLAY 'ID NO EXISTE NI EN EL MAESTRO NI EN EL '
                   'ARCHIVO HISTORICO'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'TITULAR: ' NOM-EMPL.
           PERFORM 210-PIDE-TIPO.
           MOVE WS-ID-BUSCA TO AO-ID-EMPL.
           MOVE WS-HOY TO AO-F-RECIBE.
           MOVE WS-TIPO TO AO-TIPO.
           PERFORM 250-FECHA-LIMITE.
           MOVE WS-FECHA-N TO AO-F-LIMITE.
           MOVE 'P' TO AO-ESTADO.
           MOVE WS-CUR-OPER-ID TO AO-OPER-ALTA.
           MOVE SPACES TO AO-OPER-RESUELVE.
           MOVE SPACES TO AO-F-RESUELVE.
           MOVE SPACES TO AO-F-DOSIER.
           DISPLAY 'NOTA (MEDIO DE RECEPCION, DETALLE):'.
           ACCEPT AO-NOTA.
           WRITE ARCO-REC
               INVALID KEY
                   DISPLAY 'YA HAY UNA SOLICITUD DE ESE TIPO HOY '
                       'PARA ESE ID'
               NOT INVALID KEY
                   DISPLAY 'SOLICITUD REGISTRADA. RESPONDER A MAS '
                       'TARDAR EL ' AO-F-LIMITE
           END-WRITE.
       200-SALIDA.
           EXIT.

           210-PIDE-TIPO.
               DISPLAY 'TIPO (A ACCESO, R RECTIFICACION, '
                   'C CANCELACION, O OPOSICION):'
               ACCEPT WS-TIPO
               IF WS-TIPO NOT = 'A' AND WS-TIPO NOT = 'R'
                   AND WS-TIPO NOT = 'C' AND WS-TIPO NOT = 'O'
                   DISPLAY 'TIPO INVALIDO'
                   PERFORM 210-PIDE-TIPO
               END-IF.

      *CUENTA WS-ARCO-PLAZO DIAS HABILES A PARTIR DEL DIA SIGUIENTE
      *A LA RECEPCION (938-DIA-HABIL); DEJA LA FECHA EN WS-FECHA-N.
           250-FECHA-LIMITE.
               MOVE 0 TO WS-HABILES
               MOVE WS-HOY TO WS-FECHA-N
               PERFORM 251-UN-DIA UNTIL WS-HABILES = WS-ARCO-PLAZO.

           251-UN-DIA.
               COMPUTE WS-FECHA-JUL =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-N) + 1
               COMPUTE WS-FECHA-N =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-JUL)
               MOVE WS-FECHA-N TO WS-CAL-PIDE
               PERFORM 938-DIA-HABIL
               IF WS-CAL-HABIL = 'S'
                   ADD 1 TO WS-HABILES
               END-IF.

      *****************************************************************
      *    SOLICITUDES ABIERTAS (PENDIENTES Y CANCELACIONES APROBADAS *
      *    SIN APLICAR); LAS PENDIENTES FUERA DE PLAZO SE MARCAN.     *
      *****************************************************************
       300-ABIERTAS.
           MOVE 0 TO WS-ABIERTAS.
           MOVE 0 TO WS-VENCIDAS.
           MOVE 0 TO WS-FLAG.
           MOVE LOW-VALUES TO AO-KEY.
           START ARCO-MAST KEY IS NOT LESS THAN AO-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'ID     RECIBIDA T E LIMITE   NOTA'.
           DISPLAY SEP.
           PERFORM 310-LEE UNTIL WS-FLAG = 1.
           DISPLAY SEP.
           DISPLAY 'ABIERTAS: ' WS-ABIERTAS '   VENCIDAS: ' WS-VENCIDAS.

           310-LEE.
               READ ARCO-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AO-ESTADO = 'P' OR AO-ESTADO = 'A'
                           ADD 1 TO WS-ABIERTAS
                           IF AO-ESTADO = 'P'
                               AND AO-F-LIMITE < WS-HOY
                               ADD 1 TO WS-VENCIDAS
                               DISPLAY AO-ID-EMPL ' ' AO-F-RECIBE ' '
                                   AO-TIPO ' ' AO-ESTADO ' '
                                   AO-F-LIMITE ' ' AO-NOTA ' VENCIDA'
                           ELSE
                               DISPLAY AO-ID-EMPL ' ' AO-F-RECIBE ' '
                                   AO-TIPO ' ' AO-ESTADO ' '
                                   AO-F-LIMITE ' ' AO-NOTA
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    DOSIER IMPRIMIBLE DE TODO LO QUE SE TIENE DEL TITULAR      *
      *****************************************************************
       400-DOSIER.
           DISPLAY 'ID DEL TITULAR:'.
           ACCEPT WS-ID-BUSCA.
           PERFORM 800-LOCALIZA.
           IF WS-ORIGEN = SPACE
               DISPLAY 'ID NO EXISTE NI EN EL MAESTRO NI EN EL '
                   'ARCHIVO HISTORICO'
               GO TO 400-SALIDA
           END-IF.
           MOVE 'DYN-ARCO' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'DOSIER ID ' WS-ID-BUSCA
               DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '   DOSIER DE DATOS PERSONALES - ID ' WS-ID-BUSCA
               '  AL ' WS-HOY DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 410-GENERALES.
           PERFORM 420-PAYHIST THRU 420-SALIDA.
           PERFORM 430-DEDDET THRU 430-SALIDA.
           PERFORM 440-AUDIT THRU 440-SALIDA.
           PERFORM 450-TRANS THRU 450-SALIDA.
           PERFORM 460-VACACIONES THRU 460-SALIDA.
           PERFORM 470-DISCIPLINA THRU 470-SALIDA.
           PERFORM 480-CERTIFICACIONES THRU 480-SALIDA.
           PERFORM 485-EVALUACIONES THRU 485-SALIDA.
           PERFORM 490-AUSENCIAS THRU 490-SALIDA.
           PERFORM 495-SOLICITUDES.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           MOVE 'X' TO WS-SDA-TIPO.
           MOVE WS-ID-BUSCA TO WS-SDA-ID-EMPL.
           MOVE 'DOSIER DE DERECHOS ARCO' TO WS-SDA-MOTIVO.
           PERFORM 963-MSK-BITACORA.
       400-SALIDA.
           EXIT.

           401-TITULO.
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE 0 TO WS-CUENTA.

           402-SIN-DATOS.
               IF WS-CUENTA = 0
                   MOVE '  (SIN REGISTROS)' TO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
               END-IF.

           410-GENERALES.
               MOVE SEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               IF WS-ORIGEN = 'M'
                   MOVE 'DATOS GENERALES (MAESTRO DE EMPLEADOS)'
                       TO WS-SPL-LINEA
               ELSE
                   MOVE 'DATOS GENERALES (ARCHIVO HISTORICO)'
                       TO WS-SPL-LINEA
               END-IF
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  NOMBRE: ' NOM-EMPL '  STATUS: ' EMP-STATUS
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  DEPTO: ' CLV-DEP ' ' NOM-DEP
                   '  INGRESO: ' F-ING
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  BAJA: ' TERM-FECHA ' RAZON ' TERM-REASON
                   '  REINGRESO: ' REHIRE-FECHA
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  RFC: ' RFC '  CURP: ' CURP '  NSS: ' NSS
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  NACIMIENTO: ' F-NAC '  TELEFONO: ' TELEFONO
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  CORREO: ' EMAIL
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  BANCO: ' BANCO-CLV '  CLABE: ' CTA-CLABE
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE SUE-MEN TO WS-IMP1
               MOVE YTD-SUE TO WS-IMP2
               MOVE SPACES TO WS-SPL-LINEA
               STRING '  SUELDO MENSUAL: ' WS-IMP1
                   '  ACUMULADO DEL ANO: ' WS-IMP2
                   DELIMITED BY SIZE INTO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

       420-PAYHIST.
           MOVE 'PAGOS (PAYHIST): PERIODO G FECHA    BRUTO / ISR / '
               TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 420-SALIDA
           END-IF.
           MOVE LOW-VALUES TO PH-KEY.
           MOVE WS-ID-BUSCA TO PH-ID-EMPL.
           MOVE 0 TO WS-FLAG.
           START PAYHIST KEY IS NOT LESS THAN PH-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 421-LEE UNTIL WS-FLAG = 1.
           CLOSE PAYHIST.
           PERFORM 402-SIN-DATOS.
       420-SALIDA.
           EXIT.

           421-LEE.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE PH-PAGO-BRUTO TO WS-IMP1
                           MOVE PH-ISR TO WS-IMP2
                           MOVE PH-DEDUC TO WS-IMP3
                           MOVE PH-NETO TO WS-IMP4
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' PH-PERIODO ' ' PH-GRUPO ' '
                               PH-FECHA WS-IMP1 WS-IMP2 WS-IMP3
                               WS-IMP4
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       430-DEDDET.
           MOVE 'DETALLE DE PERCEPCIONES Y DEDUCCIONES (DEDDET)'
               TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 430-SALIDA
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 431-LEE UNTIL WS-FLAG = 1.
           CLOSE DEDDET.
           PERFORM 402-SIN-DATOS.
       430-SALIDA.
           EXIT.

           431-LEE.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-ID-EMPL = WS-ID-BUSCA
                           ADD 1 TO WS-CUENTA
                           MOVE DD-MONTO TO WS-IMP1
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' DD-PERIODO ' ' DD-TIPO ' '
                               DD-CLAVE ' ' DD-DESC ' ' WS-IMP1
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       440-AUDIT.
           MOVE 'BITACORA DE AUDITORIA (AUDIT-LOG)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUDITLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-AUDITLOG-PATH = SPACES
               MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 440-SALIDA
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 441-LEE UNTIL WS-FLAG = 1.
           CLOSE AUDIT-LOG.
           PERFORM 402-SIN-DATOS.
       440-SALIDA.
           EXIT.

           441-LEE.
               READ AUDIT-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AUD-ID-EMPL = WS-ID-BUSCA
                           ADD 1 TO WS-CUENTA
                           MOVE AUD-SUE-MEN-ANT TO WS-IMP1
                           MOVE AUD-SUE-MEN-NVO TO WS-IMP2
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' AUD-FECHA ' ' AUD-PROGRAMA ' '
                               AUD-OPER ' ' AUD-OPER-ID ' '
                               AUD-CLV-DEP-ANT '->' AUD-CLV-DEP-NVO
                               WS-IMP1 '->' WS-IMP2
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       450-TRANS.
           MOVE 'CAMBIOS DE DEPARTAMENTO (TRANS-LOG)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-TRANSLOG-PATH-DFLT TO WS-TRANSLOG-PATH.
           DISPLAY 'TRANSLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRANSLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TRANSLOG-PATH = SPACES
               MOVE WS-TRANSLOG-PATH-DFLT TO WS-TRANSLOG-PATH
           END-IF.
           OPEN INPUT TRANS-LOG.
           IF WS-TRANS-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 450-SALIDA
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 451-LEE UNTIL WS-FLAG = 1.
           CLOSE TRANS-LOG.
           PERFORM 402-SIN-DATOS.
       450-SALIDA.
           EXIT.

           451-LEE.
               READ TRANS-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF TR-ID-EMPL = WS-ID-BUSCA
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' TR-FECHA ' ' TR-CLV-DEP-ANT ' '
                               TR-NOM-DEP-ANT ' -> ' TR-CLV-DEP-NVO
                               ' ' TR-NOM-DEP-NVO
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       460-VACACIONES.
           MOVE 'SALDO DE VACACIONES (LEAVE-BAL)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-LEAVEBAL-PATH-DFLT TO WS-LEAVEBAL-PATH.
           DISPLAY 'LEAVEBAL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LEAVEBAL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LEAVEBAL-PATH = SPACES
               MOVE WS-LEAVEBAL-PATH-DFLT TO WS-LEAVEBAL-PATH
           END-IF.
           OPEN INPUT LEAVE-BAL.
           IF WS-LVB-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 460-SALIDA
           END-IF.
           MOVE WS-ID-BUSCA TO LV-ID-EMPL.
           READ LEAVE-BAL KEY IS LV-ID-EMPL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CUENTA
                   MOVE SPACES TO WS-SPL-LINEA
                   STRING '  DIAS DE SALDO: ' LV-SALDO-DIAS
                       '  ULTIMA ACUMULACION: ' LV-ULT-ACCR
                       DELIMITED BY SIZE INTO WS-SPL-LINEA
                   PERFORM 941-SPOOL-LINEA
           END-READ.
           CLOSE LEAVE-BAL.
           PERFORM 402-SIN-DATOS.
       460-SALIDA.
           EXIT.

       470-DISCIPLINA.
           MOVE 'HISTORIAL DISCIPLINARIO (DISC-HIST)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           PERFORM 700-ABRE-DISC.
           IF WS-DIS-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 470-SALIDA
           END-IF.
           MOVE WS-ID-BUSCA TO DS-ID-EMPL.
           MOVE LOW-VALUES TO DS-FECHA.
           MOVE 0 TO WS-FLAG.
           START DISC-HIST KEY IS NOT LESS THAN DS-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 471-LEE UNTIL WS-FLAG = 1.
           CLOSE DISC-HIST.
           PERFORM 402-SIN-DATOS.
       470-SALIDA.
           EXIT.

           471-LEE.
               READ DISC-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DS-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' DS-FECHA ' NIVEL ' DS-NIVEL
                               ' RAZON ' DS-RAZON ' POR ' DS-OPER-ID
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '    ' DS-NARRATIVA
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       480-CERTIFICACIONES.
           MOVE 'CERTIFICACIONES (EMP-CERT)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-EMPCERT-PATH-DFLT TO WS-EMPCERT-PATH.
           DISPLAY 'EMPCERT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPCERT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPCERT-PATH = SPACES
               MOVE WS-EMPCERT-PATH-DFLT TO WS-EMPCERT-PATH
           END-IF.
           OPEN INPUT EMP-CERT.
           IF WS-CRTE-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 480-SALIDA
           END-IF.
           MOVE WS-ID-BUSCA TO EC-ID-EMPL.
           MOVE LOW-VALUES TO EC-CERT.
           MOVE 0 TO WS-FLAG.
           START EMP-CERT KEY IS NOT LESS THAN EC-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 481-LEE UNTIL WS-FLAG = 1.
           CLOSE EMP-CERT.
           PERFORM 402-SIN-DATOS.
       480-SALIDA.
           EXIT.

           481-LEE.
               READ EMP-CERT NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EC-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' EC-CERT ' EMITIDA ' EC-F-EMISION
                               ' VENCE ' EC-F-VENCE
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       485-EVALUACIONES.
           MOVE 'EVALUACIONES DE DESEMPENO (REVIEW-MAST)'
               TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-REVIEW-PATH-DFLT TO WS-REVIEW-PATH.
           DISPLAY 'REVIEW_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REVIEW-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REVIEW-PATH = SPACES
               MOVE WS-REVIEW-PATH-DFLT TO WS-REVIEW-PATH
           END-IF.
           OPEN INPUT REVIEW-MAST.
           IF WS-RVW-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 485-SALIDA
           END-IF.
           MOVE WS-ID-BUSCA TO RV-ID-EMPL.
           MOVE LOW-VALUES TO RV-PERIODO.
           MOVE 0 TO WS-FLAG.
           START REVIEW-MAST KEY IS NOT LESS THAN RV-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 486-LEE UNTIL WS-FLAG = 1.
           CLOSE REVIEW-MAST.
           PERFORM 402-SIN-DATOS.
       485-SALIDA.
           EXIT.

           486-LEE.
               READ REVIEW-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF RV-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  PERIODO ' RV-PERIODO
                               ' CALIFICACION ' RV-RATING
                               ' REVISOR ' RV-REVISOR
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

       490-AUSENCIAS.
           MOVE 'AUSENCIAS E INCAPACIDADES (ABS-DIARIO)'
               TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           PERFORM 710-ABRE-ABS.
           IF WS-ABS-STATUS NOT = '00'
               PERFORM 402-SIN-DATOS
               GO TO 490-SALIDA
           END-IF.
           MOVE WS-ID-BUSCA TO AB-ID-EMPL.
           MOVE LOW-VALUES TO AB-FECHA.
           MOVE 0 TO WS-FLAG.
           START ABS-DIARIO KEY IS NOT LESS THAN AB-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 491-LEE UNTIL WS-FLAG = 1.
           CLOSE ABS-DIARIO.
           PERFORM 402-SIN-DATOS.
       490-SALIDA.
           EXIT.

           491-LEE.
               READ ABS-DIARIO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AB-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' AB-FECHA ' RAZON ' AB-RAZON
                               ' FOLIO ' AB-FOLIO ' POR ' AB-OPER-ID
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                       END-IF
               END-READ.

      *LAS SOLICITUDES ARCO DEL TITULAR; LAS ABIERTAS QUEDAN CON
      *LA FECHA DE ESTE DOSIER.
       495-SOLICITUDES.
           MOVE 'SOLICITUDES ARCO (ARCO-MAST)' TO WS-SPL-LINEA.
           PERFORM 401-TITULO.
           MOVE WS-ID-BUSCA TO AO-ID-EMPL.
           MOVE LOW-VALUES TO AO-F-RECIBE.
           MOVE LOW-VALUES TO AO-TIPO.
           MOVE 0 TO WS-FLAG.
           START ARCO-MAST KEY IS NOT LESS THAN AO-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 496-LEE UNTIL WS-FLAG = 1.
           PERFORM 402-SIN-DATOS.

           496-LEE.
               READ ARCO-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AO-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO WS-SPL-LINEA
                           STRING '  ' AO-F-RECIBE ' TIPO ' AO-TIPO
                               ' ESTADO ' AO-ESTADO ' LIMITE '
                               AO-F-LIMITE ' ' AO-NOTA
                               DELIMITED BY SIZE INTO WS-SPL-LINEA
                           PERFORM 941-SPOOL-LINEA
                           IF AO-ESTADO = 'P' OR AO-ESTADO = 'A'
                               MOVE WS-HOY TO AO-F-DOSIER
                               REWRITE ARCO-REC
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    RESOLUCION DE LA SOLICITUD (SOLO SUPERVISOR)               *
      *****************************************************************
       500-RESUELVE.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR RESUELVE SOLICITUDES ARCO'
               GO TO 500-SALIDA
           END-IF.
           PERFORM 850-LEE-SOLICITUD.
           IF WS-RES NOT = 'S'
               GO TO 500-SALIDA
           END-IF.
           IF AO-ESTADO NOT = 'P'
               DISPLAY 'LA SOLICITUD YA ESTA RESUELTA (ESTADO '
                   AO-ESTADO ')'
               GO TO 500-SALIDA
           END-IF.
           IF AO-TIPO = 'C'
               DISPLAY 'RESOLUCION (A APROBADA, N NEGADA; LA '
                   'APROBADA SE APLICA CON LA OPCION B):'
           ELSE
               DISPLAY 'RESOLUCION (T ATENDIDA, N NEGADA):'
           END-IF.
           ACCEPT WS-ESTADO.
           IF (AO-TIPO = 'C' AND WS-ESTADO NOT = 'A'
                   AND WS-ESTADO NOT = 'N')
               OR (AO-TIPO NOT = 'C' AND WS-ESTADO NOT = 'T'
                   AND WS-ESTADO NOT = 'N')
               DISPLAY 'RESOLUCION INVALIDA'
               GO TO 500-SALIDA
           END-IF.
           DISPLAY 'NOTA DE LA RESOLUCION:'.
           ACCEPT AO-NOTA.
           MOVE WS-ESTADO TO AO-ESTADO.
           MOVE WS-CUR-OPER-ID TO AO-OPER-RESUELVE.
           MOVE WS-HOY TO AO-F-RESUELVE.
           REWRITE ARCO-REC.
           DISPLAY 'SOLICITUD RESUELTA'.
           IF AO-F-RESUELVE > AO-F-LIMITE
               DISPLAY 'AVISO: RESUELTA FUERA DEL PLAZO LEGAL ('
                   AO-F-LIMITE ')'
           END-IF.
       500-SALIDA.
           EXIT.

      *****************************************************************
      *    BLOQUEO POR CANCELACION APROBADA (SOLO SUPERVISOR). LA LEY *
      *    FISCAL OBLIGA A CONSERVAR LA NOMINA WS-ARCO-RETENCION ANOS *
      *    DESDE LA BAJA; ANTES DE ESO NO SE BLOQUEA. SE BLOQUEAN LOS *
      *    DATOS QUE IDENTIFICAN; PAYHIST, DEDDET Y LOS IMPORTES DEL  *
      *    REGISTRO SE CONSERVAN BAJO EL MISMO ID-EMPL.               *
      *****************************************************************
       600-BLOQUEA.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR APLICA UNA CANCELACION'
               GO TO 600-SALIDA
           END-IF.
           PERFORM 850-LEE-SOLICITUD.
           IF WS-RES NOT = 'S'
               GO TO 600-SALIDA
           END-IF.
           IF AO-TIPO NOT = 'C' OR AO-ESTADO NOT = 'A'
               DISPLAY 'SOLO SE APLICA UNA CANCELACION APROBADA'
               GO TO 600-SALIDA
           END-IF.
           MOVE AO-ID-EMPL TO WS-ID-BUSCA.
           PERFORM 800-LOCALIZA.
           IF WS-ORIGEN = SPACE
               DISPLAY 'EL TITULAR YA NO ESTA NI EN EL MAESTRO NI EN '
                   'EL ARCHIVO HISTORICO'
               GO TO 600-SALIDA
           END-IF.
           IF WS-ORIGEN = 'M' AND EMP-STATUS NOT = 'I'
               DISPLAY 'EL EMPLEADO SIGUE ACTIVO; NO SE BLOQUEA'
               GO TO 600-SALIDA
           END-IF.
           IF WS-TERM-FECHA NOT NUMERIC
               DISPLAY 'SIN FECHA DE BAJA; NO SE PUEDE CALCULAR EL '
                   'PLAZO DE CONSERVACION'
               GO TO 600-SALIDA
           END-IF.
           MOVE WS-TERM-FECHA TO WS-TERM-N.
           COMPUTE WS-CONSERVA-HASTA =
               WS-TERM-N + WS-ARCO-RETENCION * 10000.
           IF WS-HOY < WS-CONSERVA-HASTA
               DISPLAY 'LA LEY FISCAL OBLIGA A CONSERVAR LOS DATOS '
                   'HASTA EL ' WS-CONSERVA-HASTA
               GO TO 600-SALIDA
           END-IF.
           DISPLAY 'SE BLOQUEARAN LOS DATOS DE ' NOM-EMPL.
           DISPLAY 'CONFIRMA? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               GO TO 600-SALIDA
           END-IF.
           MOVE 0 TO WS-BLOQUEADOS.
           PERFORM 640-BLOQUEA-DIARIO THRU 640-SALIDA.
           IF WS-ORIGEN = 'M'
               PERFORM 610-BLOQUEA-MAESTRO
           ELSE
               PERFORM 615-BLOQUEA-ARCHIVO THRU 615-SALIDA
           END-IF.
           PERFORM 618-BLOQUEA-INDICE THRU 618-SALIDA.
           PERFORM 620-BLOQUEA-AUDIT THRU 620-SALIDA.
           PERFORM 630-BLOQUEA-TRANS THRU 630-SALIDA.
           PERFORM 650-BLOQUEA-DISC THRU 650-SALIDA.
           PERFORM 660-BLOQUEA-ABS THRU 660-SALIDA.
           MOVE WS-ID-BUSCA TO AO-ID-EMPL.
           MOVE WS-F-RECIBE TO AO-F-RECIBE.
           MOVE 'C' TO AO-TIPO.
           READ ARCO-MAST KEY IS AO-KEY.
           MOVE 'B' TO AO-ESTADO.
           MOVE WS-CUR-OPER-ID TO AO-OPER-RESUELVE.
           MOVE WS-HOY TO AO-F-RESUELVE.
           REWRITE ARCO-REC.
           DISPLAY 'CANCELACION APLICADA. RENGLONES BLOQUEADOS: '
               WS-BLOQUEADOS.
       600-SALIDA.
           EXIT.

           610-BLOQUEA-MAESTRO.
               MOVE WS-ID-BUSCA TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
               PERFORM 690-DATOS-BLOQUEO
               REWRITE REG-EMPL
               MOVE 'R' TO WS-JRN-OP
               PERFORM 937-JOURNAL
               ADD 1 TO WS-BLOQUEADOS.

      *EL ARCHIVO HISTORICO DE ORIGEN (WS-ARCREST-PATH, QUE DEJO
      *800-LOCALIZA) SE REESCRIBE EN DOS PASADAS, COMO DYN-LOGARCH.
       615-BLOQUEA-ARCHIVO.
           OPEN INPUT EMP-ARCH.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE ORIGEN: '
                   WS-ARCREST-PATH
               GO TO 615-SALIDA
           END-IF.
           OPEN OUTPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 616-SEPARA UNTIL WS-FLAG = 1.
           CLOSE EMP-ARCH.
           CLOSE ARCO-TMP.
           OPEN OUTPUT EMP-ARCH.
           OPEN INPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 617-RECREA UNTIL WS-FLAG = 1.
           CLOSE ARCO-TMP.
           CLOSE EMP-ARCH.
       615-SALIDA.
           EXIT.

           616-SEPARA.
               READ EMP-ARCH
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF ARCH-REC(1:6) = WS-ID-BUSCA
                           MOVE ARCH-REC TO WS-REG-SAVE
                           PERFORM 695-BLOQUEA-IMAGEN
                           MOVE WS-REG-SAVE TO ARCH-REC
                       END-IF
                       MOVE ARCH-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ.

           617-RECREA.
               READ ARCO-TMP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TMP-REC TO ARCH-REC
                       WRITE ARCH-REC
               END-READ.

       618-BLOQUEA-INDICE.
           MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH.
           DISPLAY 'ARCHIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCHIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCHIDX-PATH = SPACES
               MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH
           END-IF.
           OPEN INPUT ARCH-IDX.
           IF WS-AIX-STATUS NOT = '00'
               GO TO 618-SALIDA
           END-IF.
           OPEN OUTPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 619-SEPARA UNTIL WS-FLAG = 1.
           CLOSE ARCH-IDX.
           CLOSE ARCO-TMP.
           OPEN OUTPUT ARCH-IDX.
           OPEN INPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 624-RECREA UNTIL WS-FLAG = 1.
           CLOSE ARCO-TMP.
           CLOSE ARCH-IDX.
       618-SALIDA.
           EXIT.

           619-SEPARA.
               READ ARCH-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AX-ID-EMPL = WS-ID-BUSCA
                           MOVE WS-BLOQ-NOM TO AX-NOM-EMPL
                           ADD 1 TO WS-BLOQUEADOS
                       END-IF
                       MOVE AIX-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ.

           624-RECREA.
               READ ARCO-TMP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TMP-REC TO AIX-REC
                       WRITE AIX-REC
               END-READ.

       620-BLOQUEA-AUDIT.
           MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH.
           DISPLAY 'AUDITLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUDITLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-AUDITLOG-PATH = SPACES
               MOVE WS-AUDITLOG-PATH-DFLT TO WS-AUDITLOG-PATH
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = '00'
               GO TO 620-SALIDA
           END-IF.
           OPEN OUTPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 621-SEPARA UNTIL WS-FLAG = 1.
           CLOSE AUDIT-LOG.
           CLOSE ARCO-TMP.
           OPEN OUTPUT AUDIT-LOG.
           OPEN INPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 622-RECREA UNTIL WS-FLAG = 1.
           CLOSE ARCO-TMP.
           CLOSE AUDIT-LOG.
       620-SALIDA.
           EXIT.

           621-SEPARA.
               READ AUDIT-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AUD-ID-EMPL = WS-ID-BUSCA
                           MOVE WS-BLOQ-NOM TO AUD-NOM-EMPL
                           ADD 1 TO WS-BLOQUEADOS
                       END-IF
                       MOVE AUDIT-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ.

           622-RECREA.
               READ ARCO-TMP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TMP-REC TO AUDIT-REC
                       WRITE AUDIT-REC
               END-READ.

       630-BLOQUEA-TRANS.
           MOVE WS-TRANSLOG-PATH-DFLT TO WS-TRANSLOG-PATH.
           DISPLAY 'TRANSLOG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRANSLOG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TRANSLOG-PATH = SPACES
               MOVE WS-TRANSLOG-PATH-DFLT TO WS-TRANSLOG-PATH
           END-IF.
           OPEN INPUT TRANS-LOG.
           IF WS-TRANS-STATUS NOT = '00'
               GO TO 630-SALIDA
           END-IF.
           OPEN OUTPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 631-SEPARA UNTIL WS-FLAG = 1.
           CLOSE TRANS-LOG.
           CLOSE ARCO-TMP.
           OPEN OUTPUT TRANS-LOG.
           OPEN INPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 632-RECREA UNTIL WS-FLAG = 1.
           CLOSE ARCO-TMP.
           CLOSE TRANS-LOG.
       630-SALIDA.
           EXIT.

           631-SEPARA.
               READ TRANS-LOG
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF TR-ID-EMPL = WS-ID-BUSCA
                           MOVE WS-BLOQ-NOM TO TR-NOM-EMPL
                           ADD 1 TO WS-BLOQUEADOS
                       END-IF
                       MOVE TRANS-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ.

           632-RECREA.
               READ ARCO-TMP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TMP-REC TO TRANS-REC
                       WRITE TRANS-REC
               END-READ.

      *LAS IMAGENES DEL DIARIO TRAEN EL REGISTRO COMPLETO; SIN
      *BLOQUEARLAS, DYN-RECOVER REVIVIRIA LOS DATOS CANCELADOS.
       640-BLOQUEA-DIARIO.
           MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH.
           DISPLAY 'EMPJRN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPJRN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPJRN-PATH = SPACES
               MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH
           END-IF.
           OPEN INPUT EMP-JRN.
           IF WS-JRN-STATUS NOT = '00'
               GO TO 640-SALIDA
           END-IF.
           OPEN OUTPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 641-SEPARA UNTIL WS-FLAG = 1.
           CLOSE EMP-JRN.
           CLOSE ARCO-TMP.
           OPEN OUTPUT EMP-JRN.
           OPEN INPUT ARCO-TMP.
           MOVE 0 TO WS-FLAG.
           PERFORM 642-RECREA UNTIL WS-FLAG = 1.
           CLOSE ARCO-TMP.
           CLOSE EMP-JRN.
       640-SALIDA.
           EXIT.

           641-SEPARA.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF JR-IMAGEN(1:6) = WS-ID-BUSCA
                           MOVE JR-IMAGEN TO WS-REG-SAVE
                           PERFORM 695-BLOQUEA-IMAGEN
                           MOVE WS-REG-SAVE TO JR-IMAGEN
                       END-IF
                       MOVE JRN-REC TO TMP-REC
                       WRITE TMP-REC
               END-READ.

           642-RECREA.
               READ ARCO-TMP
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TMP-REC TO JRN-REC
                       WRITE JRN-REC
               END-READ.

       650-BLOQUEA-DISC.
           PERFORM 700-ABRE-DISC.
           IF WS-DIS-STATUS NOT = '00'
               GO TO 650-SALIDA
           END-IF.
           CLOSE DISC-HIST.
           OPEN I-O DISC-HIST.
           MOVE WS-ID-BUSCA TO DS-ID-EMPL.
           MOVE LOW-VALUES TO DS-FECHA.
           MOVE 0 TO WS-FLAG.
           START DISC-HIST KEY IS NOT LESS THAN DS-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 651-LEE UNTIL WS-FLAG = 1.
           CLOSE DISC-HIST.
       650-SALIDA.
           EXIT.

           651-LEE.
               READ DISC-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DS-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           MOVE WS-BLOQ-NARR TO DS-NARRATIVA
                           REWRITE DISC-REC
                           ADD 1 TO WS-BLOQUEADOS
                       END-IF
               END-READ.

      *EL FOLIO DE INCAPACIDAD ES DATO DE SALUD; LA FECHA Y LA
      *RAZON SE QUEDAN PORQUE SOPORTAN LOS DESCUENTOS DE NOMINA.
       660-BLOQUEA-ABS.
           PERFORM 710-ABRE-ABS.
           IF WS-ABS-STATUS NOT = '00'
               GO TO 660-SALIDA
           END-IF.
           CLOSE ABS-DIARIO.
           OPEN I-O ABS-DIARIO.
           MOVE WS-ID-BUSCA TO AB-ID-EMPL.
           MOVE LOW-VALUES TO AB-FECHA.
           MOVE 0 TO WS-FLAG.
           START ABS-DIARIO KEY IS NOT LESS THAN AB-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 661-LEE UNTIL WS-FLAG = 1.
           CLOSE ABS-DIARIO.
       660-SALIDA.
           EXIT.

           661-LEE.
               READ ABS-DIARIO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AB-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG
                       ELSE
                           IF AB-FOLIO NOT = SPACES
                               MOVE SPACES TO AB-FOLIO
                               REWRITE ABS-REC
                               ADD 1 TO WS-BLOQUEADOS
                           END-IF
                       END-IF
               END-READ.

      *CAMPOS QUE IDENTIFICAN A LA PERSONA EN REG-EMPL; SUELDOS,
      *ACUMULADOS, FECHAS LABORALES Y CLAVES SE CONSERVAN.
           690-DATOS-BLOQUEO.
               MOVE WS-BLOQ-NOM TO NOM-EMPL
               MOVE SPACES TO TELEFONO
               MOVE SPACES TO EMAIL
               MOVE SPACES TO CTA-CLABE
               MOVE SPACES TO F-NAC
               MOVE SPACES TO RFC
               MOVE SPACES TO CURP
               MOVE SPACES TO NSS.

      *LO MISMO SOBRE UNA IMAGEN DEL REGISTRO EN WS-REG-SAVE
      *(ARCHIVO HISTORICO O DIARIO), RESPALDANDO REG-EMPL.
           695-BLOQUEA-IMAGEN.
               MOVE REG-EMPL TO WS-REG-RESP
               MOVE WS-REG-SAVE TO REG-EMPL
               PERFORM 690-DATOS-BLOQUEO
               MOVE REG-EMPL TO WS-REG-SAVE
               MOVE WS-REG-RESP TO REG-EMPL
               ADD 1 TO WS-BLOQUEADOS.

       700-ABRE-DISC.
           MOVE WS-DISCHIST-PATH-DFLT TO WS-DISCHIST-PATH.
           DISPLAY 'DISCHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DISCHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DISCHIST-PATH = SPACES
               MOVE WS-DISCHIST-PATH-DFLT TO WS-DISCHIST-PATH
           END-IF.
           OPEN INPUT DISC-HIST.

       710-ABRE-ABS.
           MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH.
           DISPLAY 'ABSDIARIO_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ABSDIARIO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ABSDIARIO-PATH = SPACES
               MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
           END-IF.
           OPEN INPUT ABS-DIARIO.

      *****************************************************************
      *    LOCALIZA AL TITULAR: PRIMERO EN EL MAESTRO Y, SI NO ESTA,  *
      *    EN EL INDICE DEL ARCHIVO HISTORICO (ARCH-IDX) Y SU ARCHIVO *
      *    DE ORIGEN. DEJA REG-EMPL CARGADO, WS-ORIGEN Y LA FECHA DE  *
      *    BAJA EN WS-TERM-FECHA.                                     *
      *****************************************************************
       800-LOCALIZA.
           MOVE SPACE TO WS-ORIGEN.
           MOVE SPACES TO WS-TERM-FECHA.
           MOVE WS-ID-BUSCA TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-ORIGEN
                   MOVE TERM-FECHA TO WS-TERM-FECHA
           END-READ.
           IF WS-ORIGEN = SPACE
               PERFORM 810-BUSCA-HISTORICO THRU 810-SALIDA
           END-IF.

       810-BUSCA-HISTORICO.
           MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH.
           DISPLAY 'ARCHIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCHIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCHIDX-PATH = SPACES
               MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH
           END-IF.
           OPEN INPUT ARCH-IDX.
           IF WS-AIX-STATUS NOT = '00'
               GO TO 810-SALIDA
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 811-LEE-INDICE UNTIL WS-FLAG = 1.
           CLOSE ARCH-IDX.
           IF WS-ORIGEN = 'H'
               MOVE AX-ARCHIVO TO WS-ARCREST-PATH
               OPEN INPUT EMP-ARCH
               IF WS-ARCH-STATUS NOT = '00'
                   MOVE SPACE TO WS-ORIGEN
               ELSE
                   MOVE SPACE TO WS-RES
                   MOVE 0 TO WS-FLAG
                   PERFORM 812-LEE-ARCHIVO UNTIL WS-FLAG = 1
                   CLOSE EMP-ARCH
                   IF WS-RES NOT = 'S'
                       MOVE SPACE TO WS-ORIGEN
                   END-IF
               END-IF
           END-IF.
       810-SALIDA.
           EXIT.

           811-LEE-INDICE.
               READ ARCH-IDX
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF AX-ID-EMPL = WS-ID-BUSCA
                           MOVE 'H' TO WS-ORIGEN
                           MOVE AX-TERM-FECHA TO WS-TERM-FECHA
                           MOVE 1 TO WS-FLAG
                       END-IF
               END-READ.

      *LOS CAMPOS AGREGADOS DESPUES DEL ARCHIVADO VIENEN EN SPACES
      *DEL ARCHIVO PLANO, IGUAL QUE EN DYN-ARCINQ.
           812-LEE-ARCHIVO.
               READ EMP-ARCH
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF ARCH-REC(1:6) = WS-ID-BUSCA
                           MOVE ARCH-REC TO REG-EMPL
                           MOVE 'S' TO WS-RES
                           MOVE 1 TO WS-FLAG
                       END-IF
               END-READ.

      *PIDE LA LLAVE DE UNA SOLICITUD Y LA LEE; WS-RES = 'S' SI
      *EXISTE.
       850-LEE-SOLICITUD.
           MOVE 'N' TO WS-RES.
           DISPLAY 'ID DEL TITULAR:'.
           ACCEPT WS-ID-BUSCA.
           DISPLAY 'FECHA DE RECEPCION (YYYYMMDD):'.
           ACCEPT WS-F-RECIBE.
           PERFORM 210-PIDE-TIPO.
           MOVE WS-ID-BUSCA TO AO-ID-EMPL.
           MOVE WS-F-RECIBE TO AO-F-RECIBE.
           MOVE WS-TIPO TO AO-TIPO.
           READ ARCO-MAST KEY IS AO-KEY
               INVALID KEY
                   DISPLAY 'NO EXISTE ESA SOLICITUD'
               NOT INVALID KEY
                   MOVE 'S' TO WS-RES
                   DISPLAY 'SOLICITUD: TIPO ' AO-TIPO ' ESTADO '
                       AO-ESTADO ' LIMITE ' AO-F-LIMITE
                   DISPLAY 'NOTA: ' AO-NOTA
           END-READ.

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

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY CALLKUP.
           COPY SPOOLLKUP.
           COPY JRNLKUP.
           COPY MSKLKUP.
