      *PAYHIST Y AUDITORIA POR CABEZA. CADA CANDIDATO         *
      *EJECUTADO QUEDA MARCADO ('X'), ASI UNA EJECUCION CAIDA *
      *A LA MITAD SE REANUDA DONDE SE QUEDO. AL FINAL SE      *
      *IMPRIME EL RESUMEN DEL EVENTO. CADA BAJA DEJA VACANTE  *
      *SU PLAZA AUTORIZADA (PLZ-MAST).                        *
      *CADA BAJA REVOCA ADEMAS LA CUENTA DE OPERADOR Y EL NIP *
      *DE KIOSCO DEL EMPLEADO (939-REVOCA-ACCESO). EL         *
      *FINIQUITO ARMA LA LISTA DE SALIDA DE LOS ACTIVOS QUE   *
      *NO HA DEVUELTO (936-AST-BAJA).                         *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-EMP-STATUS.
           COPY LAYFILE.
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
           COPY LONFILE.
           COPY DETFILE.
           COPY VIAFILE.
           COPY ASTFILE.
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
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.

           COPY LAYFD.
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
           COPY LONFD.
           COPY DETFD.
           COPY VIAFD.
           COPY ASTFD.
           COPY JRNFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY LAYSTAT.
           COPY OPERSTAT.
           COPY KSKSTAT.
           COPY REVSTAT.
           COPY AUDITSTAT.
           COPY TAXSTAT.
           COPY PAYHSTAT.
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
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-EVENTO                    PIC X(06).
       01 WS-META                      PIC 9(04).
       01 WS-DEPTOS                    PIC X(30).
       01 WS-REGLA                     PIC X.
       01 WS-DEP-I                     PIC 9(02).
       01 WS-DEP-PEGA                  PIC X.
                   DISPLAY 'ESE EVENTO YA EXISTE (ESTADO ' LE-EST ')'
                   GO TO 200-SALIDA
           END-READ.
           DISPLAY 'DEPTOS AFECTADOS (CLAVES DE 3 DIGITOS SEGUIDAS, '
               'EJ. 002005):'.
           ACCEPT WS-DEPTOS.
           DISPLAY 'META DE RECORTE (CABEZAS):'.
           ACCEPT WS-META.
           320-PEGA-DEPTO.
               MOVE 'N' TO WS-DEP-PEGA
               MOVE 1 TO WS-DEP-I
               PERFORM 321-UN-DEPTO 10 TIMES.

           321-UN-DEPTO.
               IF WS-DEPTOS(WS-DEP-I:3) NOT = SPACES
                   AND WS-DEPTOS(WS-DEP-I:3) = CLV-DEP
                   MOVE 'S' TO WS-DEP-PEGA
               END-IF
               ADD 3 TO WS-DEP-I.

           330-AGREGA.
               IF WS-CD-USADOS >= 1000
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
               PERFORM 903-AUDITORIA
               PERFORM 930-FINIQUITO
               PERFORM 992-PLAZA-LIBERA
               MOVE 'DYNLAYOF' TO WS-REV-PROGRAMA
               MOVE ID-EMPL TO WS-REV-ID-EMPL
               PERFORM 939-REVOCA-ACCESO
               MOVE 'X' TO LE-EST
               REWRITE LAY-REC
               ADD 1 TO WS-EJECUTADOS
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
           COPY DETLKUP.
           COPY VIALKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY PLZLKUP.
