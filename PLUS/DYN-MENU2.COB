           COPY AUDITFILE.
           COPY DEPBUDFILE.
           COPY OPERFILE.
           COPY KSKFILE.
           COPY REVFILE.
           COPY SESFILE.
           COPY LONFILE.
           COPY DETFILE.
           COPY VIAFILE.
           COPY ASTFILE.
           COPY PENDFILE.
           COPY EXCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY TAXFILE.
           COPY PAYHFILE.
           COPY LVBFILE.
           COPY JRNFILE.
           COPY PLZFILE.
           COPY PSTFILE.

       DATA DIVISION.
       FILE SECTION.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS                PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY AUDITFD.
           COPY DEPBUDFD.
           COPY OPERFD.
           COPY KSKFD.
           COPY REVFD.
           COPY SESFD.
           COPY LONFD.
           COPY DETFD.
           COPY VIAFD.
           COPY ASTFD.
           COPY PENDFD.
           COPY EXCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY TAXFD.
           COPY PAYHFD.
           COPY LVBFD.
           COPY JRNFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY TAXSTAT.
           COPY PAYHSTAT.
           COPY LVBSTAT.
           COPY GARSTAT.
           COPY LONSTAT.
           COPY DETSTAT.
           COPY ASTSTAT.
           COPY SNDSTAT.
           COPY VIASTAT.
           COPY SAVSTAT.
           COPY IMSSTAT.
           COPY INFSTAT.
           COPY FINWS.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY NEXTSTAT.
           COPY AUDITSTAT.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
           COPY PENDSTAT.
           COPY EXCSTAT.
           COPY DATEWS.
           COPY REPTWS.
           COPY NOMWS.
           COPY DEPBUDSTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CMD                       PIC X(40).
       01 WS-RC                        PIC S9(09) COMP-5 VALUE 0.
       01 WS-DEP-OK                    PIC X.
       01 WS-RATE-OK                   PIC X.
       01 WS-BAND-OK                   PIC X.
       01 WS-REHIRE                    PIC X.
       01 WS-NI-MAX-ID                 PIC 9(06).
       01 WS-NI-FLAG                   PIC 9.
       01 WS-NI-SAVE-REC               PIC X(259).
       01 WS-BUD-HEADCOUNT             PIC 9(05).
       01 WS-BUD-PAYROLL               PIC 9(08)V99.
       01 WS-BUD-FLAG                  PIC 9.
       01 WS-BUD-SAVE-REC              PIC X(259).
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       IF WS-DYN-PATH = SPACES
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
       END-IF.
       MOVE 0 TO WS-INF-CALC.
       PERFORM 100-MENU UNTIL WS-OP1 = 999.
       STOP RUN.

                           MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                           MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                           PERFORM 903-AUDITORIA
                           MOVE 'DYNMENU2' TO WS-REV-PROGRAMA
                           MOVE ID-EMPL TO WS-REV-ID-EMPL
                           PERFORM 939-REVOCA-ACCESO
                           PERFORM 992-PLAZA-LIBERA
                           PERFORM 930-FINIQUITO
                               MOVE 999 TO ID-EMPL.
                           IF WS-DEL = 'N'
               END-READ.
*******************************************************************************
       600-APROBAR.
      *LA APROBACION (FILTRO DE RECONTRATACION, PRUEBA, CONTRATO Y
      *REQUISICION) VIVE EN DYN-PENDAPR; SE LANZA COMO PROCESO
      *APARTE, IGUAL QUE LO HACE DYN-RBMENU.
           MOVE 'DYN-PENDAPR' TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD RETURNING WS-RC.
           IF WS-RC NOT = 0
               DISPLAY 'EL PROGRAMA TERMINO CON CODIGO: ' WS-RC
           END-IF.
           PERFORM 100-MENU.
*******************************************************************************
      *REACTIVA UN REGISTRO INACTIVO SIN RECREARLO COMO ALTA NUEVA,
           COPY TAXLKUP.
           COPY PAYHLKUP.
           COPY FINLKUP.
           COPY ASTLKUP.
           COPY LONLKUP.
           COPY DETLKUP.
           COPY VIALKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY REVLKUP.
           COPY PENDLKUP.
           COPY EXCLKUP.
           COPY PLZLKUP.
*******************************************************************************
