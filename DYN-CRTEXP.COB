      *DEPARTAMENTO PARA LOS SUPERVISORES - PARA ENTERARNOS   *
      *ANTES QUE EL INSPECTOR. EL DEPARTAMENTO SE RESUELVE    *
      *LEYENDO EMPLEADO POR ID; SOLO SE REPORTAN EMPLEADOS    *
      *ACTIVOS. EMPLEADO SE RECORRE UNA VEZ POR SU LLAVE      *
      *CLV-DEP Y CADA EMPLEADO LEE SUS CERTIFICACIONES, ASI   *
      *QUE SOLO SALEN LOS DEPARTAMENTOS CON ALGO POR VENCER.  *
      *CADA CERTIFICACION LISTADA DEJA UN AVISO 'CERT' AL     *
      *SUPERVISOR (SUP-ID) EN LA BANDEJA NTF-OUT; LA MISMA    *
      *CERTIFICACION Y VENCIMIENTO NO SE AVISA DOS VECES.     *
      *********************************************************

       IDENTIFICATION DIVISION.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY CRTFILE.
           COPY NTFFILE.

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
           05 SUC-CLV                    PIC X(03).

           COPY CRTFD.
           COPY NTFFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY CRTSTAT.
           COPY NTFSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-HOY-JUL                   PIC 9(08).
       01 WS-VENCE-JUL                 PIC 9(08).
       01 WS-DIAS                      PIC S9(05).
       01 WS-VENTANA                   PIC 9(03) VALUE 30.
       01 WS-CLV-GRUPO                 PIC 9(03).
       01 WS-EMP-FLAG                  PIC 9 VALUE 0.
       01 WS-PRIMERO                   PIC X VALUE 'S'.
       01 WS-LISTADAS                  PIC 9(05) VALUE 0.

       01 SEP.
               CLOSE EMPLEADO
               STOP RUN
           END-IF.
           MOVE 0 TO CLV-DEP.
           START EMPLEADO KEY IS NOT LESS THAN CLV-DEP
               INVALID KEY MOVE 1 TO WS-EMP-FLAG
           END-START.
           PERFORM 100-EMPLEADO UNTIL WS-EMP-FLAG = 1.
           CLOSE EMP-CERT.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'CERTIFICACIONES POR VENCER LISTADAS: '
               WS-LISTADAS.
           PERFORM 987-NT-CIERRA.
           DISPLAY SEP.
           STOP RUN.

      *EMPLEADO VIENE EN ORDEN DE DEPARTAMENTO; EL ENCABEZADO
      *DEL BLOQUE SALE CON LA PRIMERA CERTIFICACION LISTADA DEL
      *DEPARTAMENTO PARA QUE CADA SUPERVISOR RECIBA LA SUYA.
       100-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-EMP-FLAG
               NOT AT END
                   IF EMP-STATUS NOT = 'I'
                       PERFORM 105-CERTS
                   END-IF
           END-READ.

           105-CERTS.
               MOVE 0 TO WS-FLAG
               MOVE ID-EMPL TO EC-ID-EMPL
               MOVE SPACES TO EC-CERT
               START EMP-CERT KEY IS NOT LESS THAN EC-KEY
                   INVALID KEY MOVE 1 TO WS-FLAG
               END-START
               PERFORM 110-LEE UNTIL WS-FLAG = 1.

           110-LEE.
               READ EMP-CERT NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EC-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-FLAG
                       ELSE
                       IF EC-F-VENCE IS NUMERIC
                           MOVE EC-F-VENCE TO WS-VENCE-N
                           COMPUTE WS-VENCE-JUL =
                           COMPUTE WS-DIAS =
                               WS-VENCE-JUL - WS-HOY-JUL
                           IF WS-DIAS <= WS-VENTANA
                               PERFORM 200-LISTA
                           END-IF
                       END-IF
                       END-IF
               END-READ.

           200-LISTA.
               IF WS-PRIMERO = 'S' OR CLV-DEP NOT = WS-CLV-GRUPO
                   MOVE 'N' TO WS-PRIMERO
                   MOVE CLV-DEP TO WS-CLV-GRUPO
                   DISPLAY SEP
                   DISPLAY 'DEPARTAMENTO ' WS-CLV-GRUPO
                   DISPLAY SEP
               END-IF
               DISPLAY ID-EMPL ' ' NOM-EMPL ' CERT '
                   EC-CERT ' VENCE ' EC-F-VENCE
                   ' EN ' WS-DIAS ' DIAS'
               ADD 1 TO WS-LISTADAS
               PERFORM 210-AVISA.

           210-AVISA.
               MOVE 'CERT' TO WS-NT-EVENTO
               MOVE ID-EMPL TO WS-NT-ID-EMPL
               MOVE SPACES TO WS-NT-REF
               STRING EC-CERT EC-F-VENCE DELIMITED BY SIZE
                   INTO WS-NT-REF
               MOVE NOM-EMPL TO WS-NT-NOM
               MOVE 'S' TO WS-NT-DEST-TIPO
               MOVE SUP-ID TO WS-NT-DEST-ID
               MOVE SPACES TO WS-NT-EMAIL
               MOVE SPACES TO WS-NT-TEXTO
               STRING 'CERTIFICACION ' EC-CERT ' VENCE EL '
                   EC-F-VENCE DELIMITED BY SIZE INTO WS-NT-TEXTO
               MOVE 'DYNCRTEX' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

           COPY EMPCHKLKUP.
           COPY NTFLKUP.
