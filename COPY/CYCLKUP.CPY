      *****************************************************************
      *    ORDEN DEL CICLO DE NOMINA (CYC-CTL). 981-CICLO-CHECA DEJA  *
      *    WS-CYC-OK = 'S' SI EL PASO WS-CYC-PASO PUEDE CORRER PARA   *
      *    WS-CYC-GRUPO / WS-CYC-PERIODO (SUS PASOS PREVIOS EN 'C' O  *
      *    'V') Y, SI NO, MUESTRA LO QUE FALTA. 982-CICLO-MARCA       *
      *    ANOTA EL PASO TERMINADO CON FECHA, HORA, WS-CUR-OPER-ID Y  *
      *    WS-CYC-RES; EL PASO 01 ABRE EL REGISTRO DEL CICLO. CON     *
      *    WS-CYC-GRUPO = SPACE (PASOS DE TODO EL PERIODO) SE CHECAN  *
      *    Y MARCAN LOS CICLOS 'S' Y 'M' QUE EXISTAN. LOS GRUPOS      *
      *    FUERA DE CICLO (EXTRAORDINARIA, AGUINALDO, ETC.) NO SE     *
      *    CONTROLAN. REQUIERE COPY CYCSTAT (CON CYCFILE/CYCFD) Y     *
      *    WS-CUR-OPER-ID DECLARADOS.                                 *
      *****************************************************************
       981-CICLO-CHECA.
           MOVE 'S' TO WS-CYC-OK
           IF WS-CYC-GRUPO NOT = 'S' AND WS-CYC-GRUPO NOT = 'M'
               AND WS-CYC-GRUPO NOT = SPACE
               GO TO 981-SALIDA
           END-IF
           IF WS-CYC-PASO = 1
               GO TO 981-SALIDA
           END-IF
           PERFORM 983-CICLO-RUTA
           OPEN INPUT CYC-CTL
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE CICLO (CORRA PRIMERO '
                   'DYN-PREPAY).'
               MOVE 'N' TO WS-CYC-OK
               GO TO 981-SALIDA
           END-IF
           MOVE 0 TO WS-CYC-HAY
           IF WS-CYC-GRUPO = SPACE
               MOVE 'S' TO CY-GRUPO
               PERFORM 981-CICLO-UNO
               MOVE 'M' TO CY-GRUPO
               PERFORM 981-CICLO-UNO
           ELSE
               MOVE WS-CYC-GRUPO TO CY-GRUPO
               PERFORM 981-CICLO-UNO
           END-IF
           CLOSE CYC-CTL
           IF WS-CYC-HAY = 0
               DISPLAY 'EL CICLO DEL PERIODO ' WS-CYC-PERIODO
                   ' NO HA ARRANCADO (FALTA DYN-PREPAY).'
               MOVE 'N' TO WS-CYC-OK
           END-IF.
       981-SALIDA.
           EXIT.

           981-CICLO-UNO.
               MOVE WS-CYC-PERIODO TO CY-PERIODO
               READ CYC-CTL KEY IS CY-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CYC-HAY
                       PERFORM 981-CICLO-REQ
                           VARYING WS-CYC-I FROM 1 BY 1
                           UNTIL WS-CYC-I > 10
               END-READ.

           981-CICLO-REQ.
               IF WS-CYC-REQ(WS-CYC-PASO)(WS-CYC-I:1) = 'S'
                   AND CY-RES(WS-CYC-I) NOT = 'C'
                   AND CY-RES(WS-CYC-I) NOT = 'V'
                   MOVE 'N' TO WS-CYC-OK
                   IF CY-RES(WS-CYC-I) = 'E'
                       DISPLAY 'CICLO ' CY-GRUPO '/' CY-PERIODO
                           ': ' WS-CYC-NOMBRE(WS-CYC-I)
                           ' TERMINO CON EXCEPCIONES SIN FIRMA '
                           '(DYN-CICLO).'
                   ELSE
                       DISPLAY 'CICLO ' CY-GRUPO '/' CY-PERIODO
                           ': FALTA ' WS-CYC-NOMBRE(WS-CYC-I)
                   END-IF
               END-IF.

       982-CICLO-MARCA.
           IF WS-CYC-GRUPO NOT = 'S' AND WS-CYC-GRUPO NOT = 'M'
               AND WS-CYC-GRUPO NOT = SPACE
               GO TO 982-SALIDA
           END-IF
           PERFORM 983-CICLO-RUTA
           OPEN I-O CYC-CTL
           IF WS-CYC-STATUS = '35'
               OPEN OUTPUT CYC-CTL
               CLOSE CYC-CTL
               OPEN I-O CYC-CTL
           END-IF
           IF WS-CYC-GRUPO = SPACE
               MOVE 'S' TO CY-GRUPO
               PERFORM 982-CICLO-UNO
               MOVE 'M' TO CY-GRUPO
               PERFORM 982-CICLO-UNO
           ELSE
               MOVE WS-CYC-GRUPO TO CY-GRUPO
               PERFORM 982-CICLO-UNO
           END-IF
           CLOSE CYC-CTL.
       982-SALIDA.
           EXIT.

           982-CICLO-UNO.
               MOVE WS-CYC-PERIODO TO CY-PERIODO
               READ CYC-CTL KEY IS CY-KEY
                   INVALID KEY
                       IF WS-CYC-PASO = 1
                           MOVE SPACES TO CYC-REC
                           MOVE WS-CYC-GRUPO TO CY-GRUPO
                           MOVE WS-CYC-PERIODO TO CY-PERIODO
                           PERFORM 982-CICLO-PASO
                           WRITE CYC-REC
                       END-IF
                   NOT INVALID KEY
                       PERFORM 982-CICLO-PASO
                       REWRITE CYC-REC
               END-READ.

           982-CICLO-PASO.
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO CY-FECHA(WS-CYC-PASO)
               MOVE FUNCTION CURRENT-DATE (9:6)
                   TO CY-HORA(WS-CYC-PASO)
               MOVE WS-CUR-OPER-ID TO CY-OPER(WS-CYC-PASO)
               MOVE WS-CYC-RES TO CY-RES(WS-CYC-PASO)
               MOVE SPACES TO CY-FIRMA(WS-CYC-PASO).

           983-CICLO-RUTA.
               MOVE WS-CYCCTL-PATH-DFLT TO WS-CYCCTL-PATH
               DISPLAY 'CYCCTL_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-CYCCTL-PATH FROM ENVIRONMENT-VALUE
               IF WS-CYCCTL-PATH = SPACES
                   MOVE WS-CYCCTL-PATH-DFLT TO WS-CYCCTL-PATH
               END-IF.
