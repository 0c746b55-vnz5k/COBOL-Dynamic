      *********************************************************
      *PROGRAMA - REGISTRO DE RIESGOS DE TRABAJO (ACC-MAST).  *
      *LAS INCAPACIDADES SE CAPTURAN EN ABS-DIARIO CON SU     *
      *FOLIO IMSS, PERO AHI NO SE DISTINGUE EL ACCIDENTE DE   *
      *TRABAJO DE LA ENFERMEDAD GENERAL. AQUI SE REGISTRA EL  *
      *ACCIDENTE SOBRE EL FOLIO YA CAPTURADO: FECHA, TIPO (EN *
      *EL CENTRO DE TRABAJO O EN TRAYECTO), DIAS SUBSIDIADOS  *
      *(SE PROPONEN CONTANDO LOS DIAS DEL FOLIO EN            *
      *ABS-DIARIO), PORCENTAJE DE INCAPACIDAD PERMANENTE Y    *
      *DEFUNCION. UN FOLIO YA REGISTRADO SE PUEDE ACTUALIZAR  *
      *AL LLEGAR EL ALTA O EL DICTAMEN. LO LEE LA             *
      *DETERMINACION ANUAL DE LA PRIMA (DYN-PRIMRT). EXIGE    *
      *OPERADOR FIRMADO, MISMO ESTILO QUE DYN-ABSMNT.         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ACCMNT.

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
           COPY ACCFILE.
           COPY ABSFILE.
           COPY OPERFILE.
           COPY SESFILE.
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

           COPY ACCFD.
           COPY ABSFD.
           COPY OPERFD.
           COPY SESFD.
           COPY QSCFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY ACCSTAT.
           COPY ABSSTAT.
           COPY OPERSTAT.
           COPY DATEWS.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-F-ING-SAVE                PIC X(08).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG.
           MOVE 'DYNACCMN' TO WS-QSC-PROGRAMA.
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
           DISPLAY '     REGISTRO DE RIESGOS DE TRABAJO'.
           DISPLAY SEP.
           MOVE 'DYNACCMN' TO WS-SES-PROGRAMA
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH.
           DISPLAY 'ABSDIARIO_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ABSDIARIO-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ABSDIARIO-PATH = SPACES
               MOVE WS-ABSDIARIO-PATH-DFLT TO WS-ABSDIARIO-PATH
           END-IF.
           OPEN INPUT ABS-DIARIO.
           IF WS-ABS-STATUS NOT = '00'
               DISPLAY 'SIN AUSENCIAS CAPTURADAS (DYN-ABSMNT). '
                   'FILE STATUS: ' WS-ABS-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-ACCMAST-PATH-DFLT TO WS-ACCMAST-PATH.
           DISPLAY 'ACCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ACCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ACCMAST-PATH = SPACES
               MOVE WS-ACCMAST-PATH-DFLT TO WS-ACCMAST-PATH
           END-IF.
           OPEN I-O ACC-MAST.
           IF WS-ACC-STATUS = '35'
               OPEN OUTPUT ACC-MAST
               CLOSE ACC-MAST
               OPEN I-O ACC-MAST
           END-IF.
           MOVE SPACES TO WS-ACC-ANO.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE ABS-DIARIO.
           CLOSE ACC-MAST.
           DISPLAY 'RIESGOS DE TRABAJO GUARDADOS'.
           PERFORM 907-OPER-LOGOUT
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'FOLIO IMSS DE LA INCAPACIDAD:'.
           ACCEPT AC-FOLIO.
           READ ACC-MAST KEY IS AC-FOLIO
               INVALID KEY
                   PERFORM 200-ALTA
               NOT INVALID KEY
                   PERFORM 300-ACTUALIZA
           END-READ.
           DISPLAY 'OTRO ACCIDENTE? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

      *EL FOLIO DEBE EXISTIR EN ABS-DIARIO COMO INCAPACIDAD DEL
      *EMPLEADO; LOS DIAS SE PROPONEN CON LOS CAPTURADOS AHI.
       200-ALTA.
           DISPLAY 'ID DE EMPLEADO:'.
           ACCEPT AC-ID-EMPL.
           MOVE AC-ID-EMPL TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'ID NO EXISTE EN EMPLEADO'
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL
                   PERFORM 986-DIAS-FOLIO
                   IF WS-ACC-DIAS = 0
                       DISPLAY 'EL FOLIO NO ESTA CAPTURADO COMO '
                           'INCAPACIDAD DEL EMPLEADO EN ABS-DIARIO'
                   ELSE
                       PERFORM 210-CAPTURA
                   END-IF
           END-READ.

           210-CAPTURA.
               IF CIA-CLV = SPACES
                   MOVE '01' TO AC-CIA
               ELSE
                   MOVE CIA-CLV TO AC-CIA
               END-IF
               PERFORM 220-FECHA
               PERFORM 230-TIPO
               DISPLAY 'DIAS DE INCAPACIDAD EN ABS-DIARIO: '
                   WS-ACC-DIAS
               MOVE WS-ACC-DIAS TO AC-DIAS
               PERFORM 240-DICTAMEN
               MOVE WS-CUR-OPER-ID TO AC-OPER-ID
               WRITE ACC-REC
                   INVALID KEY
                       DISPLAY 'EL FOLIO YA ESTA REGISTRADO'
                   NOT INVALID KEY
                       DISPLAY 'ACCIDENTE REGISTRADO'
               END-WRITE.

      *950-VALIDA-FECHA VALIDA SOBRE F-ING, ASI QUE SE PRESTA EL
      *CAMPO Y SE RESTAURA; EL REGISTRO NO SE REESCRIBE AQUI.
           220-FECHA.
               DISPLAY 'FECHA DEL ACCIDENTE (YYYYMMDD):'
               ACCEPT AC-FECHA.
               MOVE F-ING TO WS-F-ING-SAVE.
               MOVE AC-FECHA TO F-ING.
               PERFORM 950-VALIDA-FECHA.
               MOVE WS-F-ING-SAVE TO F-ING.
               IF WS-DATE-OK = 'N'
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 220-FECHA.

           230-TIPO.
               DISPLAY 'TIPO (T=EN EL CENTRO DE TRABAJO '
                   'R=EN TRAYECTO):'
               ACCEPT AC-TIPO
               IF AC-TIPO NOT = 'T' AND AC-TIPO NOT = 'R'
                   PERFORM 230-TIPO
               END-IF.

           240-DICTAMEN.
               DISPLAY 'PORCENTAJE DE INCAPACIDAD PERMANENTE '
                   '(0 SI NO HAY, EJ. 025.00):'
               ACCEPT AC-PCT-INC
               IF AC-PCT-INC > 100
                   DISPLAY 'PORCENTAJE INVALIDO'
                   PERFORM 240-DICTAMEN
               ELSE
                   PERFORM 250-DEFUNCION
               END-IF.

           250-DEFUNCION.
               DISPLAY 'DEFUNCION DEL TRABAJADOR? S/N'
               ACCEPT AC-DEFUNCION
               IF AC-DEFUNCION NOT = 'S' AND AC-DEFUNCION NOT = 'N'
                   PERFORM 250-DEFUNCION
               END-IF.

      *AL LLEGAR EL ALTA O EL DICTAMEN: LOS DIAS SE RECUENTAN
      *DEL FOLIO EN ABS-DIARIO Y SE RECAPTURA EL DICTAMEN.
       300-ACTUALIZA.
           DISPLAY 'EMPLEADO ' AC-ID-EMPL ' CIA ' AC-CIA
               ' FECHA ' AC-FECHA ' TIPO ' AC-TIPO.
           DISPLAY 'DIAS ' AC-DIAS ' INCAPACIDAD PERMANENTE '
               AC-PCT-INC ' DEFUNCION ' AC-DEFUNCION.
           DISPLAY 'ACTUALIZAR DIAS Y DICTAMEN? S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               PERFORM 986-DIAS-FOLIO
               DISPLAY 'DIAS DE INCAPACIDAD EN ABS-DIARIO: '
                   WS-ACC-DIAS
               MOVE WS-ACC-DIAS TO AC-DIAS
               PERFORM 240-DICTAMEN
               MOVE WS-CUR-OPER-ID TO AC-OPER-ID
               REWRITE ACC-REC
               DISPLAY 'ACCIDENTE ACTUALIZADO'
           END-IF.

           COPY ACCLKUP.
           COPY OPERLKUP.
           COPY DATELKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
