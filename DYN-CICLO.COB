      *********************************************************
      *PROGRAMA - AVANCE DEL CICLO DE NOMINA (CYC-CTL).       *
      *MUESTRA CADA CICLO ABIERTO (GRUPO 'S' / 'M' Y PERIODO  *
      *CUYO ULTIMO PASO, DYN-REMVCH, NO HA TERMINADO) CON     *
      *CADA PASO: CUANDO CORRIO, QUIEN LO CORRIO, SU          *
      *RESULTADO Y SI LOS PENDIENTES YA PUEDEN CORRER O QUE   *
      *ESPERAN. DESPUES UN SUPERVISOR FIRMADO PUEDE FIRMAR UN *
      *PASO QUE TERMINO CON EXCEPCIONES ('E' -> 'V') PARA     *
      *LIBERAR LOS SIGUIENTES, DEJANDO SU CLAVE EN CY-FIRMA.  *
      *EL PASO 01 (DYN-PREPAY) NO SE FIRMA: SUS FALLAS GRAVES *
      *SE CORRIGEN Y SE VUELVE A CORRER.                      *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CICLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CYCFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-ABIERTOS                  PIC 9(04) VALUE 0.
       01 WS-I                         PIC 9(02).
       01 WS-J                         PIC 9(02).
       01 WS-LISTO                     PIC X.
       01 WS-DESC                      PIC X(24).
       01 WS-F-GRUPO                   PIC X.
       01 WS-F-PERIODO                 PIC X(06).
       01 WS-F-PASO                    PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     AVANCE DEL CICLO DE NOMINA'.
           DISPLAY SEP.
           MOVE 'DYNCICLO' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 983-CICLO-RUTA.
           OPEN INPUT CYC-CTL.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE CICLO (NINGUN CICLO ARRANCADO '
                   'CON DYN-PREPAY). FILE STATUS: ' WS-CYC-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           CLOSE CYC-CTL.
           DISPLAY SEP.
           DISPLAY 'CICLOS ABIERTOS: ' WS-ABIERTOS.
           DISPLAY SEP.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE FIRMAR EXCEPCIONES'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           DISPLAY 'FIRMAR UN PASO CON EXCEPCIONES? S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               OPEN I-O CYC-CTL
               PERFORM 300-FIRMA UNTIL WS-RES NOT = 'S'
               CLOSE CYC-CTL
           END-IF.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-LEE.
           READ CYC-CTL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF CY-RES(10) NOT = 'C' AND CY-RES(10) NOT = 'V'
                       ADD 1 TO WS-ABIERTOS
                       PERFORM 200-MUESTRA
                   END-IF
           END-READ.

       200-MUESTRA.
           DISPLAY SEP.
           DISPLAY 'GRUPO: ' CY-GRUPO '   PERIODO: ' CY-PERIODO.
           DISPLAY 'PASO PROGRAMA    ESTADO                   '
               'FECHA    HORA   OPER   FIRMA'.
           PERFORM 210-PASO VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 10.

           210-PASO.
               EVALUATE CY-RES(WS-I)
                   WHEN 'C'
                       MOVE 'COMPLETO' TO WS-DESC
                   WHEN 'E'
                       MOVE 'EXCEPCIONES SIN FIRMA' TO WS-DESC
                   WHEN 'V'
                       MOVE 'EXCEPCIONES FIRMADAS' TO WS-DESC
                   WHEN OTHER
                       MOVE 'S' TO WS-LISTO
                       PERFORM 220-REQ VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > 10
                       IF WS-LISTO = 'S'
                           MOVE 'PENDIENTE - LISTO' TO WS-DESC
                       ELSE
                           MOVE 'PENDIENTE - EN ESPERA' TO WS-DESC
                       END-IF
               END-EVALUATE
               DISPLAY WS-I '   ' WS-CYC-NOMBRE(WS-I) ' ' WS-DESC ' '
                   CY-FECHA(WS-I) ' ' CY-HORA(WS-I) ' '
                   CY-OPER(WS-I) ' ' CY-FIRMA(WS-I).

           220-REQ.
               IF WS-CYC-REQ(WS-I)(WS-J:1) = 'S'
                   AND CY-RES(WS-J) NOT = 'C'
                   AND CY-RES(WS-J) NOT = 'V'
                   MOVE 'N' TO WS-LISTO
               END-IF.

       300-FIRMA.
           DISPLAY SEP.
           DISPLAY 'GRUPO (S/M):'.
           ACCEPT WS-F-GRUPO.
           DISPLAY 'PERIODO (AAAAMM):'.
           ACCEPT WS-F-PERIODO.
           DISPLAY 'PASO A FIRMAR (02-10):'.
           ACCEPT WS-F-PASO.
           MOVE WS-F-GRUPO TO CY-GRUPO.
           MOVE WS-F-PERIODO TO CY-PERIODO.
           READ CYC-CTL KEY IS CY-KEY
               INVALID KEY
                   DISPLAY 'NO HAY CICLO PARA ESE GRUPO Y PERIODO'
               NOT INVALID KEY
                   PERFORM 310-VALIDA
           END-READ.
           DISPLAY 'OTRO PASO? S/N'.
           ACCEPT WS-RES.

           310-VALIDA.
               IF WS-F-PASO < 2 OR WS-F-PASO > 10
                   DISPLAY 'PASO INVALIDO (EL 01 NO SE FIRMA, SE '
                       'CORRIGE Y SE VUELVE A CORRER)'
               ELSE
                   IF CY-RES(WS-F-PASO) NOT = 'E'
                       DISPLAY WS-CYC-NOMBRE(WS-F-PASO)
                           ' NO TIENE EXCEPCIONES POR FIRMAR'
                   ELSE
                       MOVE 'V' TO CY-RES(WS-F-PASO)
                       MOVE WS-CUR-OPER-ID TO CY-FIRMA(WS-F-PASO)
                       REWRITE CYC-REC
                       DISPLAY WS-CYC-NOMBRE(WS-F-PASO)
                           ' FIRMADO POR ' WS-CUR-OPER-ID
                   END-IF
               END-IF.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-ACPMNT.
           050-CHECA-ROL.
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY MOVE SPACE TO WS-CUR-ROL
                   NOT INVALID KEY MOVE OP-ROL TO WS-CUR-ROL
               END-READ
               CLOSE OPER-MAST.

           COPY CYCLKUP.
           COPY OPERLKUP.
