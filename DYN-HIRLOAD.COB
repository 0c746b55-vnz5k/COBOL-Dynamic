      *HIRE-REJ CON SU CODIGO DE RAZON; SE CORRIGE EN DYN-REJFIX *
      *Y SE REPROCESA CON DYN-REJSUB, PARA QUE UN FEED MALO SEA  *
      *UNA COLA DE TRABAJO Y NO UNA PILA DE NOTAS.               *
      *LA ULTIMA COLUMNA DEL FEED ES LA PLAZA AUTORIZADA         *
      *(PLZ-MAST) QUE OCUPARA EL INGRESO; CON CONTROL DE PLAZAS  *
      *UN RENGLON SIN PLAZA VALIDA Y VACANTE SE RECHAZA (09).    *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA      *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO NO   *
      *SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.            *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY CONFILE.
           COPY HRJFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY IXRFILE.
           COPY EXCFILE.
           COPY PLZFILE.
           COPY PSTFILE.

       DATA DIVISION.
       FILE SECTION.
       FD HIRE-FEED.
       01 FEED-REC.
           05 FD-NOM-EMPL               PIC X(30).
           05 FD-CLV-DEP                PIC 9(03).
           05 FD-ID-TAB-S               PIC A.
           05 FD-F-ING                  PIC X(08).
           05 FD-PLAZA                  PIC X(06).

       FD CHECKPT-FILE.
       01 CKPT-REC.
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
           COPY CONFD.
           COPY HRJFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY IXRFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
           COPY EXCSTAT.
       01 WS-FEED-STATUS                PIC X(02).
       01 WS-HIREFEED-PATH-DFLT         PIC X(80) VALUE
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY NEXTSTAT.
           COPY PRBSTAT.
           COPY CONSTAT.
           COPY HRJSTAT.
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
       01 WS-LOADED                     PIC 9(06) VALUE 0.
       01 WS-REJECTED                   PIC 9(06) VALUE 0.
           IF WS-HIREFEED-PATH = SPACES
               MOVE WS-HIREFEED-PATH-DFLT TO WS-HIREFEED-PATH
           END-IF.
      *UN FEED YA CARGADO NO ENTRA DOS VECES SIN OVERRIDE DE
      *SUPERVISOR. LA REANUDACION DESDE EL CHECKPOINT ES EL MISMO
      *ARCHIVO A MEDIO CARGAR Y NO SE DETIENE; SOLO SE LE SACA LA
      *HUELLA PARA REGISTRARLO AL TERMINAR.
           MOVE 'DYNHIRLD' TO WS-IX-PROGRAMA.
           MOVE WS-HIREFEED-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           IF WS-CKPT-DESDE > 0
               MOVE 'S' TO WS-IX-OK
               MOVE SPACES TO WS-IX-SUP-ID
               MOVE SPACES TO WS-IX-MOTIVO
               PERFORM 998-IX-HUELLA
           ELSE
               PERFORM 998-IX-CHECA THRU 998-IX-SALIDA
           END-IF.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CARGA CANCELADA; NO SE CARGO NADA.'
               CLOSE HIRE-REJ
               STOP RUN
           END-IF.
           OPEN INPUT HIRE-FEED.
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO HIRE-FEED. FILE STATUS: '
           PERFORM 095-LIMPIA-CHECKPOINT.
           DISPLAY 'CARGA TERMINADA. CARGADOS: ' WS-LOADED
               ' RECHAZADOS: ' WS-REJECTED.
           MOVE WS-LOADED TO WS-IX-ACEPT.
           MOVE WS-REJECTED TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           IF WS-CKPT-DESDE > 0
               STRING 'REANUDADA DESPUES DEL RENGLON ' WS-CKPT-DESDE
                   DELIMITED BY SIZE INTO WS-IX-RESULTADO
           ELSE
               MOVE 'CARGA COMPLETA' TO WS-IX-RESULTADO
           END-IF.
           PERFORM 998-IX-REGISTRA.
           STOP RUN.

      *ABRE (O CREA) EL ARCHIVO DE RECHAZOS Y SIEMBRA EL
               MOVE FD-CLV-DEP TO HR-CLV-DEP
               MOVE FD-ID-TAB-S TO HR-ID-TAB-S
               MOVE FD-F-ING TO HR-F-ING
               MOVE WS-PLZ-PIDE TO HR-PLAZA
               WRITE HIREREJ-REC
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL RECHAZO'
                   MOVE '01' TO CIA-CLV
                   MOVE SPACE TO METODO-PAGO
                   MOVE SPACES TO SUC-CLV
                   MOVE 0 TO WS-PLZ-PIDE
                   IF FD-PLAZA IS NUMERIC
                       MOVE FD-PLAZA TO WS-PLZ-PIDE
                   END-IF
                   IF NOM-EMPL = SPACES OR NOM-EMPL IS NUMERIC
                       DISPLAY 'RECHAZADO (NOMBRE INVALIDO): '
                           FD-NOM-EMPL
                                       MOVE '08' TO WS-REJ-RAZON
                                       PERFORM 850-ESCRIBE-RECHAZO
                                   ELSE
      *LA PLAZA SE REVISA ANTES DE ASIGNAR ID: UN RECIEN
      *CONTRATADO NUNCA ES EL OCUPANTE DE UNA PLAZA.
                                   MOVE 0 TO ID-EMPL
                                   MOVE 'S' TO WS-PLZ-OBLIGA
                                   PERFORM 988-PLAZA-VALIDA
                                       THRU 988-SALIDA
                                   IF WS-PLZ-OK = 'N'
                                       DISPLAY 'RECHAZADO (PLAZA): '
                                           FD-NOM-EMPL ' ' WS-PLZ-MSG
                                       ADD 1 TO WS-REJECTED
                                       MOVE '09' TO WS-REJ-RAZON
                                       PERFORM 850-ESCRIBE-RECHAZO
                                   ELSE
                                   PERFORM 902-NEXT-ID
                                   MOVE 'A' TO EMP-STATUS
                                   MOVE SPACES TO TERM-REASON
                                               WS-CON-FIN-ALTA
                                           PERFORM
                                               934-CONTRATO-ALTA
                                           PERFORM 989-PLAZA-OCUPA
                                               THRU 989-SALIDA
                                   END-WRITE
                                   END-IF
                                   END-IF
                               END-IF
                               END-IF
                           END-IF
           COPY REHLKUP.
           COPY PRBLKUP.
           COPY CONLKUP.
           COPY PLZLKUP.
           COPY PAYCALCLKUP.
           COPY DATELKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
           COPY IXRLKUP.
