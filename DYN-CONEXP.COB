      *ADEMAS MARCA CON ALERTA EL CANDADO QUE FALTABA: UN     *
      *CONTRATO DE PLAZO YA VENCIDO CUYO EMPLEADO SIGUE       *
      *ACTIVO Y COBRANDO.                                     *
      *CADA CONTRATO QUE ENTRA AL HORIZONTE DEJA UN AVISO     *
      *'CONT' AL SUPERVISOR DEL EMPLEADO (SUP-ID) EN LA       *
      *BANDEJA NTF-OUT, UNO SOLO POR SECUENCIA Y VENCIMIENTO. *
      *********************************************************

       IDENTIFICATION DIVISION.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY CONFILE.
           COPY NTFFILE.
           COPY OPERFILE.
           COPY SESFILE.

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

           COPY CONFD.
           COPY NTFFD.
           COPY OPERFD.
           COPY SESFD.

       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY CONSTAT.
           COPY NTFSTAT.
           COPY OPERSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OPER-OK                   PIC X.
               ' TERMINADOS: ' WS-TERMINADOS.
           DISPLAY 'VENCIDOS CON EMPLEADO ACTIVO (ALERTA): '
               WS-VENCIDOS-ACT.
           PERFORM 987-NT-CIERRA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.
                   'SIGUE ACTIVO Y COBRANDO>>'
               ADD 1 TO WS-VENCIDOS-ACT
           END-IF.
           PERFORM 220-AVISA.
           DISPLAY 'DECISION (R=RENOVAR C=CONVERTIR A INDEFINIDO '
               'E=TERMINAR S=SALTAR):'.
           ACCEPT WS-ACCION.
               WHEN OTHER CONTINUE
           END-EVALUATE.

           220-AVISA.
               MOVE 'CONT' TO WS-NT-EVENTO
               MOVE ID-EMPL TO WS-NT-ID-EMPL
               MOVE SPACES TO WS-NT-REF
               STRING CN-SEQ CN-F-FIN DELIMITED BY SIZE
                   INTO WS-NT-REF
               MOVE NOM-EMPL TO WS-NT-NOM
               MOVE 'S' TO WS-NT-DEST-TIPO
               MOVE SUP-ID TO WS-NT-DEST-ID
               MOVE SPACES TO WS-NT-EMAIL
               MOVE SPACES TO WS-NT-TEXTO
               STRING 'CONTRATO DE PLAZO VENCE EL ' CN-F-FIN
                   ' (SECUENCIA ' CN-SEQ ')' DELIMITED BY SIZE
                   INTO WS-NT-TEXTO
               MOVE 'DYNCONEX' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

      *LA RENOVACION CIERRA LA SECUENCIA VIGENTE ('R') Y ABRE LA
      *SIGUIENTE CON EL MISMO TIPO; EL CONTEO DE RENOVACIONES ES
      *LA PROPIA SECUENCIA Y LA HISTORIA QUEDA COMPLETA.

           COPY OPERLKUP.
           COPY EMPCHKLKUP.
           COPY NTFLKUP.
