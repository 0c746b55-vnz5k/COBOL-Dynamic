      *CORREGIDOS EN DYN-REJFIX (HR-EST = 'C') Y LOS PASA POR *
      *LAS MISMAS VALIDACIONES QUE DYN-HIRLOAD (NOMBRE,       *
      *DEPTO, TOPE, TABULADOR, BANDA, FECHA, FILTRO DE        *
      *RECONTRATACION, PLAZA); EL QUE PASA SE DA DE ALTA EN   *
      *EMPLEADO EN SU PLAZA (CON AUDITORIA Y PERIODO DE       *
      *PRUEBA) Y SALE DE LA COLA;                             *
      *EL QUE VUELVE A FALLAR REGRESA A 'R' CON SU NUEVA      *
      *RAZON, LISTO PARA OTRA CORRECCION.                     *
      *********************************************************
           COPY AIXFILE.
           COPY PRBFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
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
           COPY AIXFD.
           COPY PRBFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY HRJSTAT.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY AIXSTAT.
           COPY REHWS.
           COPY PRBSTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-DEP-OK                     PIC X.
       01 WS-PAGO-CALC                  PIC 9(07)V99.
       01 WS-BUD-OK                     PIC X.
       01 WS-BUD-HEADCOUNT              PIC 9(05).
       01 WS-BUD-PAYROLL                PIC 9(08)V99.
       01 WS-BUD-FLAG                   PIC 9.
       01 WS-BUD-SAVE-REC               PIC X(259).
       01 WS-RATE-OK                    PIC X.
       01 WS-BAND-OK                    PIC X.
       01 WS-NI-MAX-ID                  PIC 9(06).
       01 WS-NI-FLAG                    PIC 9.
       01 WS-NI-SAVE-REC                PIC X(259).
       01 WS-FLAG                       PIC 9 VALUE 0.
       01 WS-ALTAS                      PIC 9(05) VALUE 0.
       01 WS-REFALLADOS                 PIC 9(05) VALUE 0.
               MOVE HR-CLV-DEP TO CLV-DEP
               MOVE HR-ID-TAB-S TO ID-TAB-S
               MOVE HR-F-ING TO F-ING
               MOVE HR-PLAZA TO WS-PLZ-PIDE
               MOVE 'M' TO TIPO-PAGO
               MOVE 0 TO HORAS-TRAB
               MOVE 0 TO TARIFA-HORA
                       MOVE '08' TO WS-REJ-RAZON
                   END-IF
               END-IF
               IF WS-REJ-RAZON = SPACES
                   MOVE 0 TO ID-EMPL
                   MOVE 'S' TO WS-PLZ-OBLIGA
                   PERFORM 988-PLAZA-VALIDA THRU 988-SALIDA
                   IF WS-PLZ-OK = 'N'
                       DISPLAY WS-PLZ-MSG
                       MOVE '09' TO WS-REJ-RAZON
                   END-IF
               END-IF
               IF WS-REJ-RAZON = SPACES
                   PERFORM 300-ALTA
               ELSE
                       MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                       PERFORM 903-AUDITORIA
                       PERFORM 936-PROBATION-ALTA
                       PERFORM 989-PLAZA-OCUPA THRU 989-SALIDA
                       MOVE 'W' TO WS-JRN-OP
                       PERFORM 937-JOURNAL
                       DELETE HIRE-REJ RECORD
           COPY DEPBUDLKUP.
           COPY REHLKUP.
           COPY PRBLKUP.
           COPY PLZLKUP.
           COPY PAYCALCLKUP.
           COPY DATELKUP.
           COPY JRNLKUP.
