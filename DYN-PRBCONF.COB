      *LISTA DE DYN-PRBRPT). LA DECISION QUEDA EN EL          *
      *SEGUIMIENTO Y EN AUDIT-LOG; UNA TERMINACION FLUYE POR  *
      *LA RUTA NORMAL DE BAJA (TERM-REASON, TERM-FECHA,       *
      *EMP-STATUS 'I') CON SU FINIQUITO Y DEJA VACANTE LA     *
      *PLAZA QUE OCUPABA (PLZ-MAST).                          *
      *LA BAJA REVOCA ADEMAS LA CUENTA DE OPERADOR Y EL NIP DE*
      *KIOSCO DEL EMPLEADO (939-REVOCA-ACCESO). EL FINIQUITO  *
      *ARMA LA LISTA DE SALIDA DE LOS ACTIVOS QUE NO HA       *
      *DEVUELTO (936-AST-BAJA).                               *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-EMP-STATUS.
           COPY PRBFILE.
           COPY OPERFILE.
           COPY KSKFILE.
           COPY REVFILE.
           COPY SESFILE.
           COPY AUDITFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY TAXFILE.
           COPY PAYHFILE.
           COPY LVBFILE.
           COPY DISFILE.
           COPY JRNFILE.
           COPY DETFILE.
           COPY VIAFILE.
           COPY ASTFILE.
           COPY QSCFILE.
           COPY EXCFILE.
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
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.

           COPY PRBFD.
           COPY OPERFD.
           COPY KSKFD.
           COPY REVFD.
           COPY SESFD.
           COPY AUDITFD.
           COPY SHFFD.
           COPY VARFD.
           COPY TAXFD.
           COPY PAYHFD.
           COPY LVBFD.
           COPY DISFD.
           COPY JRNFD.
           COPY DETFD.
           COPY VIAFD.
           COPY ASTFD.
           COPY QSCFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY PRBSTAT.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
           COPY AUDITSTAT.
           COPY TAXSTAT.
           COPY PAYHSTAT.
           COPY DISSTAT.
           COPY SAVSTAT.
           COPY IMSSTAT.
           COPY INFSTAT.
           COPY DETSTAT.
           COPY ASTSTAT.
           COPY SNDSTAT.
           COPY VIASTAT.
           COPY BENSTAT.
           COPY GARSTAT.
           COPY FINWS.
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DECISION                  PIC X.
       01 WS-HOY                       PIC 9(08).
       01 WS-PAGO-CALC                 PIC 9(07)V99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           MOVE 'R' TO WS-JRN-OP
           PERFORM 937-JOURNAL.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 992-PLAZA-LIBERA.
           MOVE 'T' TO PB-DECISION.
           MOVE WS-CUR-OPER-ID TO PB-OPER.
           MOVE WS-HOY TO PB-FECHA-DEC.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO.
           PERFORM 903-AUDITORIA.
           PERFORM 930-FINIQUITO.
           MOVE 'DYNPRBCF' TO WS-REV-PROGRAMA.
           MOVE ID-EMPL TO WS-REV-ID-EMPL.
           PERFORM 939-REVOCA-ACCESO.
           DISPLAY 'BAJA POR PRUEBA NO SUPERADA, AUDITADA Y CON '
               'FINIQUITO.'.

               CLOSE OPER-MAST.

           COPY OPERLKUP.
           COPY REVLKUP.
           COPY AUDITLKUP.
           COPY PAYCALCLKUP.
           COPY TAXLKUP.
           COPY PAYHLKUP.
           COPY FINLKUP.
           COPY ASTLKUP.
           COPY LONLKUP.
           COPY DISLKUP.
           COPY DETLKUP.
           COPY VIALKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY PLZLKUP.
           COPY QSCOVR.
