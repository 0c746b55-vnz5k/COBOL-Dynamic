      *********************************************************
      *PROGRAMA - APROBACION DE ALTAS PENDIENTES (PEND-MAST). *
      *UN SEGUNDO OPERADOR FIRMADO, DISTINTO DEL QUE CAPTURO, *
      *REVISA CADA ALTA EN ESPERA (LAS OFERTAS ACEPTADAS EN   *
      *DYN-APLMNT LLEGAN AQUI) Y LA APRUEBA O RECHAZA CON     *
      *908-PEND-APPROVE: CORRE EL FILTRO DE RECONTRATACION,   *
      *ESCRIBE A EMPLEADO CON SU AUDITORIA, PERIODO DE PRUEBA *
      *Y CONTRATO, Y CIERRA (O REABRE) LA REQUISICION DE      *
      *ORIGEN. CADA ALTA APROBADA DEJA EN HIRE-APR QUIEN LA   *
      *CAPTURO Y QUIEN LA APROBO. LAS QUE SE QUEDAN ESPERANDO *
      *SE SIGUEN EN DYN-PENDAGE.                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PENDAPR.

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
           COPY PENDFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY AUDITFILE.
           COPY JRNFILE.
           COPY AIXFILE.
           COPY PRBFILE.
           COPY CONFILE.
           COPY REQFILE.
           COPY APLFILE.
           COPY PLZFILE.
           COPY PSTFILE.
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

           COPY PENDFD.
           COPY OPERFD.
           COPY SESFD.
           COPY AUDITFD.
           COPY JRNFD.
           COPY AIXFD.
           COPY PRBFD.
           COPY CONFD.
           COPY REQFD.
           COPY APLFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY HAPFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PENDSTAT.
           COPY OPERSTAT.
           COPY AUDITSTAT.
           COPY JRNSTAT.
           COPY AIXSTAT.
           COPY REHWS.
           COPY PRBSTAT.
           COPY CONSTAT.
           COPY REQSTAT.
           COPY APLSTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY HAPSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-RES                       PIC X VALUE 'S'.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     APROBACION DE ALTAS PENDIENTES'.
           DISPLAY SEP.
           MOVE 'DYNPNDAP' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE 'DYNPNDAP' TO WS-AUD-PROGRAMA.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 100-UNA UNTIL WS-RES NOT = 'S'.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-UNA.
           PERFORM 908-PEND-APPROVE.
           DISPLAY 'REVISAR OTRA ALTA PENDIENTE? S/N'.
           ACCEPT WS-RES.

           COPY PNDAPRLKUP.
           COPY OPERLKUP.
           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY REHLKUP.
           COPY PRBLKUP.
           COPY CONLKUP.
           COPY REQLKUP.
           COPY PLZLKUP.
           COPY EMPCHKLKUP.
