      *********************************************************
      *PROGRAMA - LISTADO DE AFILIADOS PARA EL ENTERO DE      *
      *CUOTAS SINDICALES. LA CORRIDA DE ENTEROS (DYN-REMVCH)  *
      *DEJA EN REM-CTL UN CONTROL POR SINDICATO ('U') CON LO  *
      *RETENIDO EN EL PERIODO; ESTE PROGRAMA IMPRIME EL       *
      *SOPORTE QUE SE ENTREGA A CADA SINDICATO: LOS RENGLONES *
      *'U' DE DEDDET DEL PERIODO CON EL NOMBRE DEL EMPLEADO,  *
      *SU NUMERO DE AFILIADO (SND-MEM), EL IMPORTE, EL TOTAL  *
      *DEL SINDICATO Y SI SU CONTROL EN REM-CTL YA ESTA       *
      *ENTERADO. SOLO CONSULTA; NO GRABA NADA.                *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SNDREM.

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
           COPY REMFILE.
           COPY SNDFILE.
           COPY OPERFILE.
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

           COPY DETFD.
           COPY REMFD.
           COPY SNDFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY DETSTAT.
           COPY REMSTAT.
           COPY SNDSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-PERIODO                   PIC X(06).
       01 WS-SINDICATO                 PIC X(04).
       01 WS-REM-ABIERTO               PIC X VALUE 'N'.
       01 WS-SN-AFILIADOS              PIC 9(05).
       01 WS-SN-TOTAL                  PIC 9(09)V99.
       01 WS-SINDICATOS                PIC 9(03) VALUE 0.
       01 WS-GRAN-TOTAL                PIC 9(10)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     LISTADO DE AFILIADOS - ENTERO SINDICAL'.
           DISPLAY SEP.
           DISPLAY 'PERIODO DEL ENTERO (AAAAMM):'.
           ACCEPT WS-PERIODO.
           DISPLAY 'SINDICATO (EN BLANCO = TODOS):'.
           ACCEPT WS-SINDICATO.
           MOVE 'DYNSNDRM' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH.
           DISPLAY 'SNDCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SNDCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SNDCAT-PATH = SPACES
               MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH
           END-IF.
           OPEN INPUT SND-CAT.
           IF WS-SNDC-STATUS NOT = '00'
               DISPLAY 'SIN CATALOGO DE SINDICATOS (DYN-SNDCAT). '
                   'FILE STATUS: ' WS-SNDC-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEDDET-PATH = SPACES
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
           END-IF.
           MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH.
           DISPLAY 'REMCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-REMCTL-PATH = SPACES
               MOVE WS-REMCTL-PATH-DFLT TO WS-REMCTL-PATH
           END-IF.
           OPEN INPUT REM-CTL.
           IF WS-REM-STATUS = '00'
               MOVE 'S' TO WS-REM-ABIERTO
           END-IF.
           IF WS-SINDICATO = SPACES
               MOVE LOW-VALUES TO SN-CLV
               START SND-CAT KEY IS NOT LESS THAN SN-CLV
                   INVALID KEY MOVE 1 TO WS-FLAG
               END-START
               PERFORM 100-SINDICATO-LEE UNTIL WS-FLAG = 1
           ELSE
               MOVE WS-SINDICATO TO SN-CLV
               READ SND-CAT KEY IS SN-CLV
                   INVALID KEY
                       DISPLAY 'ESE SINDICATO NO EXISTE EN EL CATALOGO'
                   NOT INVALID KEY
                       PERFORM 200-LISTADO THRU 200-SALIDA
               END-READ
           END-IF.
           CLOSE EMPLEADO.
           CLOSE SND-CAT.
           IF WS-REM-ABIERTO = 'S'
               CLOSE REM-CTL
           END-IF.
           DISPLAY SEP.
           DISPLAY 'SINDICATOS CON CUOTAS EN ' WS-PERIODO ': '
               WS-SINDICATOS.
           DISPLAY 'TOTAL DE CUOTAS SINDICALES: ' WS-GRAN-TOTAL.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           100-SINDICATO-LEE.
               READ SND-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END PERFORM 200-LISTADO THRU 200-SALIDA
               END-READ.

      *UNA PASADA POR DEDDET POR SINDICATO; SIN RENGLONES 'U' DEL
      *PERIODO EL SINDICATO NO SE IMPRIME.
       200-LISTADO.
           MOVE 0 TO WS-SN-AFILIADOS.
           MOVE 0 TO WS-SN-TOTAL.
           OPEN INPUT DEDDET.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE DEDUCCIONES (CORRA '
                   'DYN-PAYRUN PRIMERO). FILE STATUS: ' WS-DET-STATUS
               GO TO 200-SALIDA
           END-IF.
           MOVE 0 TO WS-LEE-FLAG.
           PERFORM 210-DETALLE-LEE UNTIL WS-LEE-FLAG = 1.
           CLOSE DEDDET.
           IF WS-SN-AFILIADOS = 0
               GO TO 200-SALIDA
           END-IF.
           ADD 1 TO WS-SINDICATOS.
           ADD WS-SN-TOTAL TO WS-GRAN-TOTAL.
           DISPLAY '  AFILIADOS: ' WS-SN-AFILIADOS
               '   TOTAL A ENTERAR: ' WS-SN-TOTAL.
           PERFORM 300-CONTROL.

       200-SALIDA.
           EXIT.

           210-DETALLE-LEE.
               READ DEDDET
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF DD-PERIODO = WS-PERIODO
                           AND DD-TIPO = 'U'
                           AND DD-CLAVE = SN-CLV
                           PERFORM 220-AFILIADO
                       END-IF
               END-READ.

           220-AFILIADO.
               IF WS-SN-AFILIADOS = 0
                   DISPLAY SEP
                   DISPLAY 'SINDICATO: ' SN-CLV ' ' SN-NOMBRE
                       ' RFC ' SN-RFC
                   DISPLAY 'PERIODO: ' WS-PERIODO
                   DISPLAY 'ID     NOMBRE                         '
                       'AFILIADO        IMPORTE'
               END-IF
               MOVE DD-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY MOVE '(SIN MAESTRO)' TO NOM-EMPL
               END-READ
               PERFORM 938-SND-MIEMBRO
               ADD 1 TO WS-SN-AFILIADOS
               ADD DD-MONTO TO WS-SN-TOTAL
               DISPLAY DD-ID-EMPL ' ' NOM-EMPL ' ' WS-SND-AFIL ' '
                   DD-MONTO.

      *ESTADO DEL CONTROL DEL SINDICATO EN REM-CTL.
       300-CONTROL.
           IF WS-REM-ABIERTO = 'N'
               DISPLAY '  SIN CONTROL EN REM-CTL (CORRA DYN-REMVCH)'
           ELSE
               MOVE WS-PERIODO TO RC-PERIODO
               MOVE 'U' TO RC-TIPO
               MOVE SN-CLV TO RC-CLAVE
               READ REM-CTL KEY IS RC-KEY
                   INVALID KEY
                       DISPLAY '  SIN CONTROL EN REM-CTL '
                           '(CORRA DYN-REMVCH)'
                   NOT INVALID KEY
                       IF RC-ENTERADO = 'S'
                           DISPLAY '  ENTERADO EL ' RC-FECHA-ENTERO
                               ' POR ' RC-MONTO
                       ELSE
                           DISPLAY '  NO ENTERADO; CONTROL POR '
                               RC-MONTO
                       END-IF
                       IF RC-MONTO NOT = WS-SN-TOTAL
                           DISPLAY '  OJO: EL CONTROL NO CUADRA CON '
                               'EL LISTADO (PERIODO RECALCULADO)'
                       END-IF
               END-READ
           END-IF.

           COPY SNDMLKUP.
           COPY OPERLKUP.
