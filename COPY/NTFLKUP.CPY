      *****************************************************************
      *    RUTINAS DE LA BANDEJA DE AVISOS (NTF-OUT):                 *
      *    987-NT-AVISA: GRABA UN AVISO 'P' CON LOS PARAMETROS        *
      *      WS-NT-*. ABRE LA BANDEJA LA PRIMERA VEZ (LA CREA SI NO   *
      *      EXISTE). SI YA HAY UN AVISO CON EL MISMO EVENTO,         *
      *      EMPLEADO Y REFERENCIA NO SE REPITE: SOLO SE CUENTA EN    *
      *      WS-NT-REPETIDOS.                                         *
      *    987-NT-CIERRA: AL FINAL DEL PROGRAMA; CIERRA LA BANDEJA SI *
      *      SE ABRIO Y MUESTRA LOS AVISOS GRABADOS Y LOS REPETIDOS.  *
      *    REQUIERE COPY NTFFILE/NTFFD/NTFSTAT.                       *
      *****************************************************************
       987-NT-AVISA.
           IF WS-NT-ABIERTA NOT = 'S'
               MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH
               DISPLAY 'NTFOUT_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-NTFOUT-PATH FROM ENVIRONMENT-VALUE
               IF WS-NTFOUT-PATH = SPACES
                   MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH
               END-IF
               OPEN I-O NTF-OUT
               IF WS-NTF-STATUS = '35'
                   OPEN OUTPUT NTF-OUT
                   CLOSE NTF-OUT
                   OPEN I-O NTF-OUT
               END-IF
               MOVE 'S' TO WS-NT-ABIERTA
           END-IF
           MOVE SPACES TO NTF-REC
           MOVE WS-NT-EVENTO TO NT-EVENTO
           MOVE WS-NT-ID-EMPL TO NT-ID-EMPL
           MOVE WS-NT-REF TO NT-REF
           MOVE WS-NT-NOM TO NT-NOM-EMPL
           MOVE WS-NT-DEST-TIPO TO NT-DEST-TIPO
           MOVE WS-NT-DEST-ID TO NT-DEST-ID
           MOVE WS-NT-EMAIL TO NT-EMAIL
           MOVE WS-NT-TEXTO TO NT-TEXTO
           MOVE WS-NT-PROGRAMA TO NT-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:8) TO NT-F-ALTA
           MOVE FUNCTION CURRENT-DATE (9:6) TO NT-H-ALTA
           MOVE 'P' TO NT-EST
           MOVE 0 TO NT-LOTE
           MOVE 0 TO NT-INTENTOS
           WRITE NTF-REC
               INVALID KEY ADD 1 TO WS-NT-REPETIDOS
               NOT INVALID KEY ADD 1 TO WS-NT-GRABADOS
           END-WRITE.

       987-NT-CIERRA.
           IF WS-NT-ABIERTA = 'S'
               CLOSE NTF-OUT
               MOVE 'N' TO WS-NT-ABIERTA
               DISPLAY 'AVISOS A LA BANDEJA: ' WS-NT-GRABADOS
                   ' (YA AVISADOS ANTES: ' WS-NT-REPETIDOS ')'
           END-IF.
