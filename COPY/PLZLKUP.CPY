      *****************************************************************
      *    CONTROL DE PLAZAS CONTRA PLZ-MAST / PST-MAST.              *
      *    988-PLAZA-VALIDA (THRU 988-SALIDA) REVISA LA PLAZA         *
      *    PEDIDA EN WS-PLZ-PIDE PARA EL REG-EMPL EN MEMORIA: QUE     *
      *    EXISTA, ESTE AUTORIZADA, SEA DEL MISMO CLV-DEP, NO LA      *
      *    OCUPE OTRO EMPLEADO Y, SI EL EMPLEADO ES ASALARIADO, QUE   *
      *    SU ID-TAB-S SEA EL DEL PUESTO. SIN ARCHIVO DE PLAZAS NO    *
      *    HAY RESTRICCION; CON ARCHIVO, WS-PLZ-OBLIGA = 'S' EXIGE    *
      *    PLAZA. DEJA WS-PLZ-OK / WS-PLZ-MSG.                        *
      *    989-PLAZA-OCUPA ASIGNA LA PLAZA AL ID-EMPL DESPUES DEL     *
      *    WRITE / REWRITE Y LIBERA LA QUE TUVIERA ANTES;             *
      *    991-PLAZA-ACTUAL DEJA EN WS-PLZ-ACTUAL LA PLAZA QUE OCUPA  *
      *    ID-EMPL Y 992-PLAZA-LIBERA LA DEJA VACANTE (BAJAS), CON    *
      *    LA FECHA DE HOY COMO INICIO DE LA VACANTE. REQUIERE COPY   *
      *    PLZSTAT / PSTSTAT (CON PLZFILE/PLZFD Y PSTFILE/PSTFD)      *
      *    DECLARADOS.                                                *
      *****************************************************************
       988-PLAZA-VALIDA.
           MOVE 'S' TO WS-PLZ-OK
           MOVE SPACES TO WS-PLZ-MSG
           PERFORM 993-PLAZA-RUTA
           OPEN INPUT PLZ-MAST
           IF WS-PLZ-STATUS NOT = '00'
               GO TO 988-SALIDA
           END-IF
           IF WS-PLZ-PIDE = 0
               IF WS-PLZ-OBLIGA = 'S'
                   MOVE 'N' TO WS-PLZ-OK
                   MOVE 'FALTA LA PLAZA AUTORIZADA (PLZ-MAST)'
                       TO WS-PLZ-MSG
               END-IF
               CLOSE PLZ-MAST
               GO TO 988-SALIDA
           END-IF
           MOVE WS-PLZ-PIDE TO PZ-NUM
           READ PLZ-MAST KEY IS PZ-NUM
               INVALID KEY
                   MOVE 'N' TO WS-PLZ-OK
                   MOVE 'PLAZA NO EXISTE EN PLZ-MAST' TO WS-PLZ-MSG
           END-READ
           CLOSE PLZ-MAST
           IF WS-PLZ-OK = 'N'
               GO TO 988-SALIDA
           END-IF
           IF PZ-EST NOT = 'A'
               MOVE 'N' TO WS-PLZ-OK
               MOVE 'PLAZA CANCELADA' TO WS-PLZ-MSG
               GO TO 988-SALIDA
           END-IF
           IF PZ-CLV-DEP NOT = CLV-DEP
               MOVE 'N' TO WS-PLZ-OK
               MOVE 'LA PLAZA ES DE OTRO DEPARTAMENTO' TO WS-PLZ-MSG
               GO TO 988-SALIDA
           END-IF
           IF PZ-ID-EMPL NOT = 0 AND PZ-ID-EMPL NOT = ID-EMPL
               MOVE 'N' TO WS-PLZ-OK
               STRING 'PLAZA YA OCUPADA POR EL EMPLEADO '
                   PZ-ID-EMPL DELIMITED BY SIZE INTO WS-PLZ-MSG
               GO TO 988-SALIDA
           END-IF
           IF TIPO-PAGO NOT = 'M'
               GO TO 988-SALIDA
           END-IF
           MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
           DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-PSTMAST-PATH = SPACES
               MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
           END-IF
           OPEN INPUT PST-MAST
           IF WS-PST-STATUS NOT = '00'
               GO TO 988-SALIDA
           END-IF
           MOVE PZ-PUESTO TO PT-CLV
           READ PST-MAST KEY IS PT-CLV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PT-ID-TAB-S NOT = SPACE
                       AND PT-ID-TAB-S NOT = ID-TAB-S
                       MOVE 'N' TO WS-PLZ-OK
                       STRING 'EL PUESTO ' PZ-PUESTO
                           ' EXIGE EL TABULADOR ' PT-ID-TAB-S
                           DELIMITED BY SIZE INTO WS-PLZ-MSG
                   END-IF
           END-READ
           CLOSE PST-MAST.
       988-SALIDA.
           EXIT.

       989-PLAZA-OCUPA.
           IF WS-PLZ-PIDE = 0
               GO TO 989-SALIDA
           END-IF
           PERFORM 993-PLAZA-RUTA
           OPEN I-O PLZ-MAST
           IF WS-PLZ-STATUS NOT = '00'
               GO TO 989-SALIDA
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PLZ-HOY
           PERFORM 994-PLAZA-BUSCA
           IF WS-PLZ-ACTUAL NOT = 0 AND WS-PLZ-ACTUAL NOT = WS-PLZ-PIDE
               MOVE 0 TO PZ-ID-EMPL
               MOVE WS-PLZ-HOY TO PZ-F-VACANTE
               MOVE SPACES TO PZ-F-OCUPA
               REWRITE PLZ-REC
               DISPLAY 'PLAZA ' WS-PLZ-ACTUAL ' QUEDA VACANTE'
           END-IF
           MOVE WS-PLZ-PIDE TO PZ-NUM
           READ PLZ-MAST KEY IS PZ-NUM
               INVALID KEY
                   DISPLAY 'PLAZA ' WS-PLZ-PIDE ' NO EXISTE'
               NOT INVALID KEY
                   IF PZ-ID-EMPL NOT = ID-EMPL
                       MOVE ID-EMPL TO PZ-ID-EMPL
                       MOVE WS-PLZ-HOY TO PZ-F-OCUPA
                       MOVE SPACES TO PZ-F-VACANTE
                       REWRITE PLZ-REC
                       DISPLAY 'PLAZA ' PZ-NUM ' OCUPADA POR ' ID-EMPL
                   END-IF
           END-READ
           CLOSE PLZ-MAST.
       989-SALIDA.
           EXIT.

       991-PLAZA-ACTUAL.
           MOVE 0 TO WS-PLZ-ACTUAL
           PERFORM 993-PLAZA-RUTA
           OPEN INPUT PLZ-MAST
           IF WS-PLZ-STATUS = '00'
               PERFORM 994-PLAZA-BUSCA
               CLOSE PLZ-MAST
           END-IF.

       992-PLAZA-LIBERA.
           PERFORM 993-PLAZA-RUTA
           OPEN I-O PLZ-MAST
           IF WS-PLZ-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PLZ-HOY
               PERFORM 994-PLAZA-BUSCA
               IF WS-PLZ-ACTUAL NOT = 0
                   MOVE 0 TO PZ-ID-EMPL
                   MOVE WS-PLZ-HOY TO PZ-F-VACANTE
                   MOVE SPACES TO PZ-F-OCUPA
                   REWRITE PLZ-REC
                   DISPLAY 'PLAZA ' WS-PLZ-ACTUAL ' QUEDA VACANTE'
               END-IF
               CLOSE PLZ-MAST
           END-IF.

           993-PLAZA-RUTA.
               MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
               DISPLAY 'PLZMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PLZMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PLZMAST-PATH = SPACES
                   MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
               END-IF.

      *UBICA POR LA LLAVE ALTERNA LA PLAZA DE ID-EMPL (QUEDA LEIDA
      *EN PLZ-REC) Y DEJA SU NUMERO EN WS-PLZ-ACTUAL (0 = NINGUNA).
           994-PLAZA-BUSCA.
               MOVE 0 TO WS-PLZ-ACTUAL
               IF ID-EMPL NOT = 0
                   MOVE ID-EMPL TO PZ-ID-EMPL
                   START PLZ-MAST KEY IS EQUAL TO PZ-ID-EMPL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ PLZ-MAST NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   IF PZ-ID-EMPL = ID-EMPL
                                       MOVE PZ-NUM TO WS-PLZ-ACTUAL
                                   END-IF
                           END-READ
                   END-START
               END-IF.
