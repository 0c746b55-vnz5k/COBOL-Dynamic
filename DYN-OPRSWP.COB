      *********************************************************
      *PROGRAMA - BARRIDO NOCTURNO DE CUENTAS DE OPERADOR.    *
      *CADA BAJA REVOCA AL MOMENTO LA CUENTA Y EL NIP DEL     *
      *EMPLEADO (939-REVOCA-ACCESO), PERO UNA BAJA HECHA POR  *
      *FUERA O UNA CUENTA SIN LIGAR SE ESCAPAN. ESTE BARRIDO  *
      *RECORRE OPER-MAST Y REPORTA CADA CUENTA NO REVOCADA    *
      *CUYO EMPLEADO ESTA INACTIVO, ARCHIVADO (ARCH-IDX) O NO *
      *EXISTE, Y LAS QUE SIGUEN SIN EMPLEADO LIGADO. NO CAMBIA*
      *NADA: LA CUENTA SE CORRIGE EN DYN-OPRMNT. ESCRIBE EL   *
      *REPORTE OPRSWP Y LO MUESTRA EN CONSOLA. CORRE COMO     *
      *PASO DE LA SECUENCIA DYN-NIGHTLY.                      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-OPRSWP.

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
           COPY OPERFILE.
           COPY AIXFILE.

           SELECT SWP-RPT ASSIGN TO WS-OPRSWP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWP-STATUS.

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

           COPY OPERFD.
           COPY AIXFD.

       FD SWP-RPT.
       01 SWP-REC                      PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY OPERSTAT.
           COPY AIXSTAT.
       01 WS-SWP-STATUS                PIC X(02).
       01 WS-OPRSWP-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\OPRSWP.TXT'.
       01 WS-OPRSWP-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-AIX-FLAG                  PIC 9 VALUE 0.
       01 WS-HOY                       PIC X(08).
       01 WS-HAY-AIX                   PIC X VALUE 'N'.
       01 WS-ARCHIVADO                 PIC X.
       01 WS-MOTIVO                    PIC X(20).

      *CONTADORES DEL BARRIDO.
       01 WS-CUENTAS                   PIC 9(05) VALUE 0.
       01 WS-REVOCADAS                 PIC 9(05) VALUE 0.
       01 WS-SIN-LIGA                  PIC 9(05) VALUE 0.
       01 WS-INACTIVAS                 PIC 9(05) VALUE 0.
       01 WS-ARCHIVADAS                PIC 9(05) VALUE 0.
       01 WS-NO-EXISTEN                PIC 9(05) VALUE 0.

       01 WS-REN                       PIC X(79).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH.
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF.
           OPEN INPUT OPER-MAST.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'SIN MAESTRO DE OPERADORES, NADA QUE BARRER'
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH.
           DISPLAY 'ARCHIDX_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCHIDX-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ARCHIDX-PATH = SPACES
               MOVE WS-ARCHIDX-PATH-DFLT TO WS-ARCHIDX-PATH
           END-IF.
           OPEN INPUT ARCH-IDX.
           IF WS-AIX-STATUS = '00'
               MOVE 'S' TO WS-HAY-AIX
               CLOSE ARCH-IDX
           END-IF.
           MOVE WS-OPRSWP-PATH-DFLT TO WS-OPRSWP-PATH.
           DISPLAY 'OPRSWP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPRSWP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPRSWP-PATH = SPACES
               MOVE WS-OPRSWP-PATH-DFLT TO WS-OPRSWP-PATH
           END-IF.
           OPEN OUTPUT SWP-RPT.
           MOVE SPACES TO WS-REN.
           STRING 'CUENTAS DE OPERADOR A REVISAR ' WS-HOY
               DELIMITED BY SIZE INTO WS-REN.
           PERFORM 920-ESCRIBE-REN.
           MOVE 'CUENTA NOMBRE                         EMPLEADO MOTIVO'
               TO WS-REN.
           PERFORM 920-ESCRIBE-REN.
           MOVE LOW-VALUES TO OP-ID.
           START OPER-MAST KEY IS NOT LESS THAN OP-ID
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           PERFORM 800-TOTALES.
           CLOSE SWP-RPT.
           CLOSE EMPLEADO.
           CLOSE OPER-MAST.
           DISPLAY 'REPORTE: ' WS-OPRSWP-PATH.
           DISPLAY SEP.
           STOP RUN.

       100-LEE.
           READ OPER-MAST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   ADD 1 TO WS-CUENTAS
                   IF OP-BLOQUEADO = 'R'
                       ADD 1 TO WS-REVOCADAS
                   ELSE
                       PERFORM 200-REVISA
                   END-IF
           END-READ.

      *UNA CUENTA VIGENTE (AUN BLOQUEADA POR INTENTOS, QUE UN
      *SUPERVISOR PUEDE DESBLOQUEAR) SE REVISA CONTRA SU EMPLEADO.
       200-REVISA.
           MOVE SPACES TO WS-MOTIVO.
           IF OP-ID-EMPL NOT NUMERIC OR OP-ID-EMPL = 0
               MOVE 'SIN EMPLEADO LIGADO' TO WS-MOTIVO
               ADD 1 TO WS-SIN-LIGA
           ELSE
               MOVE OP-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       PERFORM 210-BUSCA-ARCHIVO
                   NOT INVALID KEY
                       IF EMP-STATUS = 'I'
                           MOVE 'EMPLEADO INACTIVO' TO WS-MOTIVO
                           ADD 1 TO WS-INACTIVAS
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO WS-REN
               STRING OP-ID ' ' OP-NOMBRE ' ' OP-ID-EMPL '   '
                   WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-REN
               PERFORM 920-ESCRIBE-REN
           END-IF.

      *EL EMPLEADO YA NO ESTA EN EL MAESTRO: SE BUSCA EN EL
      *INDICE DEL ARCHIVO HISTORICO PARA DISTINGUIR UNA PURGA
      *DE UN ID QUE NUNCA EXISTIO.
           210-BUSCA-ARCHIVO.
               MOVE 'N' TO WS-ARCHIVADO
               IF WS-HAY-AIX = 'S'
                   OPEN INPUT ARCH-IDX
                   MOVE 0 TO WS-AIX-FLAG
                   PERFORM 211-LEE-AIX UNTIL WS-AIX-FLAG = 1
                   CLOSE ARCH-IDX
               END-IF
               IF WS-ARCHIVADO = 'S'
                   MOVE 'EMPLEADO ARCHIVADO' TO WS-MOTIVO
                   ADD 1 TO WS-ARCHIVADAS
               ELSE
                   MOVE 'EMPLEADO NO EXISTE' TO WS-MOTIVO
                   ADD 1 TO WS-NO-EXISTEN
               END-IF.

           211-LEE-AIX.
               READ ARCH-IDX
                   AT END MOVE 1 TO WS-AIX-FLAG
                   NOT AT END
                       IF AX-ID-EMPL = OP-ID-EMPL
                           MOVE 'S' TO WS-ARCHIVADO
                           MOVE 1 TO WS-AIX-FLAG
                       END-IF
               END-READ.

       800-TOTALES.
           MOVE SEP TO WS-REN.
           PERFORM 920-ESCRIBE-REN.
           MOVE SPACES TO WS-REN.
           STRING 'CUENTAS LEIDAS: ' WS-CUENTAS
               '   YA REVOCADAS: ' WS-REVOCADAS
               DELIMITED BY SIZE INTO WS-REN.
           PERFORM 920-ESCRIBE-REN.
           MOVE SPACES TO WS-REN.
           STRING 'EMPLEADO INACTIVO: ' WS-INACTIVAS
               '   ARCHIVADO: ' WS-ARCHIVADAS
               '   NO EXISTE: ' WS-NO-EXISTEN
               DELIMITED BY SIZE INTO WS-REN.
           PERFORM 920-ESCRIBE-REN.
           MOVE SPACES TO WS-REN.
           STRING 'SIN EMPLEADO LIGADO: ' WS-SIN-LIGA
               DELIMITED BY SIZE INTO WS-REN.
           PERFORM 920-ESCRIBE-REN.

           920-ESCRIBE-REN.
               MOVE WS-REN TO SWP-REC
               WRITE SWP-REC
               DISPLAY WS-REN.

           COPY EMPCHKLKUP.
