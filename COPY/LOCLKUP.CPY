      *****************************************************************
       974-LOC-LOOKUP.
           MOVE 'S' TO WS-LOC-OK
           MOVE SPACE TO LC-ZONA-SM
           IF LC-CLV = SPACES
               MOVE 'MATRIZ' TO LC-NOM
               GO TO 974-SALIDA
