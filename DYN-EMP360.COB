      *SE JUNTAN EN UNA TABLA DE TRABAJO Y SE ORDENAN POR     *
      *FECHA ANTES DE LISTARSE (TOPE 200 EVENTOS; SI HAY MAS  *
      *SE AVISA QUE EL LISTADO QUEDO TRUNCADO).               *
      *LOS DATOS PERSONALES (RFC, CURP, NSS, CLABE, F-NAC)    *
      *SALEN ENMASCARADOS SEGUN EL ROL (MSKLKUP); UN          *
      *SUPERVISOR LOS DESTAPA CON MOTIVO EN SDA-LOG.          *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY LIXFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

           SELECT AUD-ARCH ASSIGN TO WS-AUDARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
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
           COPY LIXFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       FD  AUD-ARCH.
       01  ARCAUD-REC                  PIC X(124).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DISSTAT.
           COPY LIXSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-AUDARCH-STATUS            PIC X(02).
       01 WS-AUDARCH-PATH              PIC X(80).
       01 WS-LIX-FLAG                  PIC 9.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-360-OK                    PIC X.
       01 WS-VER                       PIC X.

      *TABLA DE EVENTOS A ORDENAR POR FECHA ANTES DE LISTAR.
       01 WS-EV-TABLA.
       01 WS-EV-FECHA-T                PIC X(08).
       01 WS-EV-TEXTO-T                PIC X(68).
       01 WS-EV-TEXTO-W                PIC X(68).
       01 WS-EV-IMP1                   PIC Z(06)9.99.
       01 WS-EV-IMP2                   PIC Z(06)9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY '     EXPEDIENTE 360 POR EMPLEADO'.
           DISPLAY SEP.
           MOVE 'DYN-E360' TO WS-SES-PROGRAMA.
           MOVE 'DYN-E360' TO WS-SDA-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 960-MSK-PERMISO.
           PERFORM 100-CONSULTA UNTIL WS-ID-BUSCA = 999.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.
                       PERFORM 210-NOMBRE-SUP
                       DISPLAY 'SUPERVISOR: ' SUP-ID ' ' WS-SUP-NOM
                   END-IF
                   MOVE 'N' TO WS-MSK-REG
                   PERFORM 220-DATOS-PERSONALES
                   IF WS-MSK-VER NOT = 'S' AND WS-MSK-ROL = 'S'
                       DISPLAY 'VER DATOS COMPLETOS? S/N'
                       ACCEPT WS-VER
                       IF WS-VER = 'S'
                           PERFORM 962-MSK-DESTAPA
                           IF WS-MSK-REG = 'S'
                               PERFORM 220-DATOS-PERSONALES
                           END-IF
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-EV-TEXTO-W
                   STRING 'INGRESO (F-ING), DEPTO ' NOM-DEP
                       DELIMITED BY SIZE INTO WS-EV-TEXTO-W
               END-READ
               MOVE WS-SUP-SAVE-REC TO REG-EMPL.

           220-DATOS-PERSONALES.
               PERFORM 961-MSK-APLICA
               DISPLAY 'DATOS PERSONALES: RFC ' WS-MSK-RFC
                   ' CURP ' WS-MSK-CURP
               DISPLAY '                  NSS ' WS-MSK-NSS
                   ' F-NAC ' WS-MSK-FNAC ' CLABE ' WS-MSK-CLABE.

           910-AGREGA-CON-FING.
               IF F-ING IS NUMERIC
                   MOVE F-ING TO WS-EV-FECHA-T
                   AT END MOVE 1 TO WS-FLAG-LOG
                   NOT AT END
                       IF AUD-ID-EMPL = WS-ID-BUSCA
                           MOVE AUD-SUE-MEN-ANT TO WS-EV-IMP1
                           MOVE AUD-SUE-MEN-NVO TO WS-EV-IMP2
                           MOVE SPACES TO WS-EV-TEXTO-W
                           STRING 'AUDITORIA ' AUD-OPER ' DEP '
                               AUD-CLV-DEP-ANT '->' AUD-CLV-DEP-NVO
                               ' SUELDO ' WS-EV-IMP1 '->'
                               WS-EV-IMP2 ' (' AUD-PROGRAMA ')'
                               DELIMITED BY SIZE INTO WS-EV-TEXTO-W
                           MOVE AUD-FECHA TO WS-EV-FECHA-T
                           PERFORM 900-AGREGA-EVENTO
                   NOT AT END
                       MOVE ARCAUD-REC TO AUDIT-REC
                       IF AUD-ID-EMPL = WS-ID-BUSCA
                           MOVE AUD-SUE-MEN-ANT TO WS-EV-IMP1
                           MOVE AUD-SUE-MEN-NVO TO WS-EV-IMP2
                           MOVE SPACES TO WS-EV-TEXTO-W
                           STRING 'AUDITORIA ' AUD-OPER ' DEP '
                               AUD-CLV-DEP-ANT '->' AUD-CLV-DEP-NVO
                               ' SUELDO ' WS-EV-IMP1 '->'
                               WS-EV-IMP2 ' (HISTORICO)'
                               DELIMITED BY SIZE INTO WS-EV-TEXTO-W
                           MOVE AUD-FECHA TO WS-EV-FECHA-T
                           PERFORM 900-AGREGA-EVENTO
                       IF PH-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-FLAG-LOG
                       ELSE
                           MOVE PH-PAGO-BRUTO TO WS-EV-IMP1
                           MOVE PH-NETO TO WS-EV-IMP2
                           MOVE SPACES TO WS-EV-TEXTO-W
                           STRING 'PAGO PERIODO ' PH-PERIODO
                               ' BRUTO ' WS-EV-IMP1
                               ' NETO ' WS-EV-IMP2
                               DELIMITED BY SIZE INTO WS-EV-TEXTO-W
                           MOVE PH-FECHA TO WS-EV-FECHA-T
                           PERFORM 900-AGREGA-EVENTO
                       IF PA-ID-EMPL NOT = WS-ID-BUSCA
                           MOVE 1 TO WS-PA-FLAG
                       ELSE
                           MOVE PA-PAGO-BRUTO TO WS-EV-IMP1
                           MOVE PA-NETO TO WS-EV-IMP2
                           MOVE SPACES TO WS-EV-TEXTO-W
                           STRING 'PAGO PERIODO ' PA-PERIODO
                               ' BRUTO ' WS-EV-IMP1
                               ' NETO ' WS-EV-IMP2
                               DELIMITED BY SIZE INTO WS-EV-TEXTO-W
                           MOVE PA-FECHA TO WS-EV-FECHA-T
                           PERFORM 900-AGREGA-EVENTO
                   AT END MOVE 1 TO WS-FLAG-LOG
                   NOT AT END
                       IF DD-ID-EMPL = WS-ID-BUSCA
                           MOVE DD-MONTO TO WS-EV-IMP1
                           MOVE SPACES TO WS-EV-TEXTO-W
                           STRING 'DEDUC ' DD-PERIODO ' '
                               DD-DESC ' ' WS-EV-IMP1
                               DELIMITED BY SIZE INTO WS-EV-TEXTO-W
                           MOVE SPACES TO WS-EV-FECHA-T
                           STRING DD-PERIODO '01' DELIMITED BY SIZE
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY SCOPELKUP.
           COPY MSKLKUP.
