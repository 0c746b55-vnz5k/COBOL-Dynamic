      *********************************************************
      *PROGRAMA - APROBACION DEL PRESUPUESTO DE NOMINA.       *
      *MUESTRA, POR DEPARTAMENTO, LO QUE DYN-BUDPROJ PROYECTO *
      *PARA UN ANO (LA MAYOR PLANTILLA MENSUAL Y EL MAYOR      *
      *SUELDO MENSUAL) CONTRA LOS TOPES VIGENTES DE           *
      *DEPBUD-MAST Y, SI EL SUPERVISOR CONFIRMA, LOS CARGA    *
      *COMO NUEVOS TOPES (904-DEPBUD-CHECK LOS USA EN ALTAS Y *
      *CAMBIOS DE DEPTO). DEPBUD-MAST NO LLEVA ANO: LA CARGA  *
      *REEMPLAZA LOS TOPES DE LOS DEPTOS PROYECTADOS Y DEJA   *
      *IGUAL A LOS DEMAS. LOS RENGLONES DE BUD-PROJ QUEDAN    *
      *'A' CON EL OPERADOR Y LA FECHA, Y YA NO SE REPROYECTAN.*
      *OPERACION SUPERVISADA: EXIGE ROL 'S'.                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-BUDAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BPRFILE.
           COPY DEPBUDFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY EXCFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY BPRFD.
           COPY DEPBUDFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
           COPY BPRSTAT.
           COPY DEPBUDSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-RES                       PIC X.
       01 WS-HOY                       PIC 9(08).
       01 WS-ANO-X                     PIC X(04).
       01 WS-BPR-FLAG                  PIC 9 VALUE 0.
      *V = SOLO MUESTRA LA COMPARACION, C = CARGA LOS TOPES.
       01 WS-MODO                      PIC X.
       01 WS-RENGLONES                 PIC 9(05) VALUE 0.
       01 WS-PENDIENTES                PIC 9(05) VALUE 0.
       01 WS-APROBADOS                 PIC 9(05) VALUE 0.
       01 WS-DEPTOS                    PIC 9(05) VALUE 0.

      *DEPARTAMENTO EN CURSO DEL RECORRIDO (BUD-PROJ VA POR ANO,
      *DEPTO Y MES).
       01 WS-DEP-HAY                   PIC X.
       01 WS-DEP-ACT                   PIC 9(03).
       01 WS-DEP-NOM                   PIC X(20).
       01 WS-MAX-HEAD                  PIC 9(05).
       01 WS-MAX-SUE                   PIC 9(09)V99.
       01 WS-TOPE-HEAD                 PIC 9(05).
       01 WS-TOPE-SUE                  PIC 9(08).
       01 WS-TOPE-HAY                  PIC X.

       01 WS-LINEA.
           05 WS-L-DEP                 PIC 9(03).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-NOM                 PIC X(20).
           05 WS-L-HEAD                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOPE-HEAD           PIC ZZ,ZZ9.
           05 WS-L-SUE                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-L-TOPE-SUE            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-MARCA               PIC X(09).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-LOAMNT: LOS TOPES
      *NO SE CAMBIAN A MEDIA CORRIDA.
           MOVE 'DYNBUDAP' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     APROBACION DEL PRESUPUESTO DE NOMINA'.
           DISPLAY SEP.
           MOVE 'DYNBUDAP' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR (ROL S) APRUEBA EL '
                   'PRESUPUESTO'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-BUDPROJ-PATH-DFLT TO WS-BUDPROJ-PATH.
           DISPLAY 'BUDPROJ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUDPROJ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BUDPROJ-PATH = SPACES
               MOVE WS-BUDPROJ-PATH-DFLT TO WS-BUDPROJ-PATH
           END-IF.
           OPEN I-O BUD-PROJ.
           IF WS-BPR-STATUS NOT = '00'
               DISPLAY 'SIN PROYECCIONES (CORRA DYN-BUDPROJ '
                   'PRIMERO). FILE STATUS: ' WS-BPR-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH.
           DISPLAY 'DEPBUDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPBUDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPBUDMAST-PATH = SPACES
               MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH
           END-IF.
           OPEN I-O DEPBUD-MAST.
           IF WS-DEPBUD-STATUS = '35'
               OPEN OUTPUT DEPBUD-MAST
               CLOSE DEPBUD-MAST
               OPEN I-O DEPBUD-MAST
           END-IF.
           DISPLAY 'ANO DE LA PROYECCION A APROBAR (AAAA):'.
           MOVE SPACES TO WS-ANO-X.
           ACCEPT WS-ANO-X.
           MOVE 'V' TO WS-MODO.
           PERFORM 100-RECORRE.
           IF WS-RENGLONES = 0
               DISPLAY 'NO HAY PROYECCION PARA ' WS-ANO-X
                   ' (CORRA DYN-BUDPROJ).'
           ELSE
               IF WS-APROBADOS > 0
                   DISPLAY 'LA PROYECCION DE ' WS-ANO-X
                       ' YA FUE APROBADA Y CARGADA.'
               ELSE
                   PERFORM 200-CONFIRMA
               END-IF
           END-IF.
           CLOSE DEPBUD-MAST.
           CLOSE BUD-PROJ.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-LIQUID.
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

      *UN RECORRIDO DE LOS RENGLONES DEL ANO: EN MODO V MUESTRA
      *CADA DEPTO CONTRA SU TOPE; EN MODO C GRABA EL TOPE Y MARCA
      *LOS RENGLONES COMO APROBADOS.
       100-RECORRE.
           MOVE 0 TO WS-RENGLONES.
           MOVE 0 TO WS-PENDIENTES.
           MOVE 0 TO WS-APROBADOS.
           MOVE 0 TO WS-DEPTOS.
           MOVE 'N' TO WS-DEP-HAY.
           IF WS-MODO = 'V'
               DISPLAY SEP
               DISPLAY 'DEP NOMBRE               PLANT  TOPE'
                   '  SUELDO MAX  TOPE ACTUAL'
               DISPLAY SEP
           END-IF.
           MOVE 0 TO WS-BPR-FLAG.
           MOVE WS-ANO-X TO BP-ANO.
           MOVE 0 TO BP-CLV-DEP.
           MOVE 0 TO BP-MES.
           START BUD-PROJ KEY IS NOT LESS THAN BP-KEY
               INVALID KEY MOVE 1 TO WS-BPR-FLAG
           END-START.
           PERFORM 110-RENGLON UNTIL WS-BPR-FLAG = 1.
           IF WS-DEP-HAY = 'S'
               PERFORM 150-CIERRA-DEPTO
           END-IF.

           110-RENGLON.
               READ BUD-PROJ NEXT RECORD
                   AT END MOVE 1 TO WS-BPR-FLAG
                   NOT AT END
                       IF BP-ANO NOT = WS-ANO-X
                           MOVE 1 TO WS-BPR-FLAG
                       ELSE
                           PERFORM 120-ACUMULA
                       END-IF
               END-READ.

           120-ACUMULA.
               ADD 1 TO WS-RENGLONES
               IF BP-EST = 'A'
                   ADD 1 TO WS-APROBADOS
               ELSE
                   ADD 1 TO WS-PENDIENTES
               END-IF
               IF WS-DEP-HAY = 'S' AND BP-CLV-DEP NOT = WS-DEP-ACT
                   PERFORM 150-CIERRA-DEPTO
               END-IF
               IF WS-DEP-HAY = 'N'
                   MOVE 'S' TO WS-DEP-HAY
                   MOVE BP-CLV-DEP TO WS-DEP-ACT
                   MOVE BP-NOM-DEP TO WS-DEP-NOM
                   MOVE 0 TO WS-MAX-HEAD
                   MOVE 0 TO WS-MAX-SUE
               END-IF
               IF BP-PLANT > WS-MAX-HEAD
                   MOVE BP-PLANT TO WS-MAX-HEAD
               END-IF
               IF BP-SUELDO > WS-MAX-SUE
                   MOVE BP-SUELDO TO WS-MAX-SUE
               END-IF
               IF WS-MODO = 'C'
                   MOVE 'A' TO BP-EST
                   MOVE WS-CUR-OPER-ID TO BP-OPER
                   MOVE WS-HOY TO BP-F-APR
                   REWRITE BPR-REC
                       INVALID KEY
                           DISPLAY 'ERROR AL MARCAR BUD-PROJ: '
                               WS-BPR-STATUS
                   END-REWRITE
               END-IF.

      *EL TOPE DE NOMINA SE COMPARA EN 904 CONTRA UN MES DE PAGO,
      *POR ESO SE CARGA EL MAYOR SUELDO MENSUAL PROYECTADO.
           150-CIERRA-DEPTO.
               ADD 1 TO WS-DEPTOS
               MOVE 'N' TO WS-TOPE-HAY
               MOVE 0 TO WS-TOPE-HEAD
               MOVE 0 TO WS-TOPE-SUE
               MOVE WS-DEP-ACT TO DB-CLV-DEP
               READ DEPBUD-MAST KEY IS DB-CLV-DEP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TOPE-HAY
                       MOVE DB-MAX-HEAD TO WS-TOPE-HEAD
                       MOVE DB-MAX-SUE TO WS-TOPE-SUE
               END-READ
               IF WS-MODO = 'V'
                   PERFORM 160-MUESTRA-DEPTO
               ELSE
                   PERFORM 170-CARGA-TOPE
               END-IF
               MOVE 'N' TO WS-DEP-HAY.

           160-MUESTRA-DEPTO.
               MOVE WS-DEP-ACT TO WS-L-DEP
               MOVE WS-DEP-NOM TO WS-L-NOM
               MOVE WS-MAX-HEAD TO WS-L-HEAD
               MOVE WS-TOPE-HEAD TO WS-L-TOPE-HEAD
               MOVE WS-MAX-SUE TO WS-L-SUE
               MOVE WS-TOPE-SUE TO WS-L-TOPE-SUE
               MOVE SPACES TO WS-L-MARCA
               IF WS-TOPE-HAY = 'N'
                   MOVE 'SIN TOPE' TO WS-L-MARCA
               ELSE
                   IF WS-MAX-HEAD > WS-TOPE-HEAD
                       OR WS-MAX-SUE > WS-TOPE-SUE
                       MOVE 'SUBE' TO WS-L-MARCA
                   END-IF
               END-IF
               DISPLAY WS-LINEA.

           170-CARGA-TOPE.
               MOVE WS-DEP-ACT TO DB-CLV-DEP
               MOVE WS-MAX-HEAD TO DB-MAX-HEAD
               COMPUTE DB-MAX-SUE ROUNDED = WS-MAX-SUE
               IF WS-TOPE-HAY = 'S'
                   REWRITE DEPBUD-REC
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR TOPE DEL DEPTO '
                               WS-DEP-ACT ': ' WS-DEPBUD-STATUS
                   END-REWRITE
               ELSE
                   WRITE DEPBUD-REC
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR TOPE DEL DEPTO '
                               WS-DEP-ACT ': ' WS-DEPBUD-STATUS
                   END-WRITE
               END-IF.

       200-CONFIRMA.
           DISPLAY SEP.
           DISPLAY 'DEPARTAMENTOS: ' WS-DEPTOS
               '  RENGLONES PENDIENTES: ' WS-PENDIENTES.
           DISPLAY 'LA CARGA REEMPLAZA LOS TOPES VIGENTES DE ESTOS '
               'DEPARTAMENTOS EN DEPBUD-MAST.'.
           DISPLAY 'APROBAR Y CARGAR (S/N):'.
           MOVE SPACE TO WS-RES.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               MOVE 'C' TO WS-MODO
               PERFORM 100-RECORRE
               DISPLAY 'PRESUPUESTO ' WS-ANO-X ' APROBADO: '
                   WS-DEPTOS ' TOPES CARGADOS.'
           ELSE
               DISPLAY 'SIN CAMBIOS.'
           END-IF.

           COPY OPERLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
