      *LA APROBACION (CON CHOQUE DE COBERTURA POR DEPTO) ES   *
      *DE DYN-LVAPPR; EL CALENDARIO DE AUSENTES, DYN-WHOOUT.  *
      *EXIGE OPERADOR FIRMADO.                                *
      *CADA SOLICITUD ENCOLADA DEJA UN AVISO 'LVRQ' AL        *
      *SUPERVISOR DEL EMPLEADO (SUP-ID) EN LA BANDEJA NTF-OUT *
      *PARA QUE LA APRUEBE EN DYN-LVAPPR.                     *
      *********************************************************

       IDENTIFICATION DIVISION.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY LRQFILE.
           COPY NTFFILE.
           COPY LVBFILE.
           COPY CALFILE.
           COPY LOCFILE.
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
           05 SUC-CLV                    PIC X(03).

           COPY LRQFD.
           COPY NTFFD.
           COPY LVBFD.
           COPY CALFD.
           COPY LOCFD.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY LRQSTAT.
           COPY NTFSTAT.
           COPY LVBSTAT.
           COPY CALSTAT.
           COPY LOCSTAT.
           CLOSE EMPLEADO.
           CLOSE LV-REQ.
           DISPLAY 'SOLICITUDES GUARDADAS'.
           PERFORM 987-NT-CIERRA.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

               NOT INVALID KEY
                   DISPLAY 'SOLICITUD ENCOLADA: ' WS-DIAS-HABILES
                       ' DIAS HABILES, PENDIENTE DE APROBACION'
                   PERFORM 220-AVISA
           END-WRITE.
       200-SALIDA.
           EXIT.

           220-AVISA.
               MOVE 'LVRQ' TO WS-NT-EVENTO
               MOVE ID-EMPL TO WS-NT-ID-EMPL
               MOVE LR-F-INICIO TO WS-NT-REF
               MOVE NOM-EMPL TO WS-NT-NOM
               MOVE 'S' TO WS-NT-DEST-TIPO
               MOVE SUP-ID TO WS-NT-DEST-ID
               MOVE SPACES TO WS-NT-EMAIL
               MOVE SPACES TO WS-NT-TEXTO
               STRING 'VACACIONES DEL ' LR-F-INICIO ' AL ' LR-F-FIN
                   ' PENDIENTES DE APROBAR' DELIMITED BY SIZE
                   INTO WS-NT-TEXTO
               MOVE 'DYNLVREQ' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

      *AMBAS FECHAS REALES Y EL FIN NO ANTES DEL INICIO; LA
      *VALIDACION DE FECHA PRESTA F-ING COMO EN DYN-ABSMNT.
           210-FECHAS.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
           COPY NTFLKUP.
