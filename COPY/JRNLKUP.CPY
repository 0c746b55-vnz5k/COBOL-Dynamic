      *    INVOCAR INMEDIATAMENTE DESPUES DEL VERBO DE E/S, CON       *
      *    WS-JRN-OP CARGADO ('W'/'R'/'D') Y REG-EMPL TODAVIA CON LA  *
      *    IMAGEN ESCRITA (EN 'D', CON LA IMAGEN ELIMINADA).          *
      *    CON WS-JRN-LOTE CARGADO, UNA REESCRITURA ('R') VA          *
      *    PRECEDIDA DEL RENGLON 'B' CON LA IMAGEN ANTERIOR           *
      *    (WS-JRN-ANTES) Y AMBOS LLEVAN EL LOTE.                     *
      *    937-ABRE-LOTE: ARMA WS-JRN-LOTE CON EL PROGRAMA QUE EL     *
      *    LLAMADOR DEJO EN WS-JRN-LOTE (1:8) Y LA FECHA Y HORA.      *
      *    REQUIERE COPY JRNSTAT (CON JRNFILE/JRNFD) DECLARADO.       *
      *****************************************************************
       937-JOURNAL.
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO JR-FECHA
           MOVE FUNCTION CURRENT-DATE (9:8) TO JR-HORA
           MOVE WS-JRN-LOTE TO JR-LOTE
           IF WS-JRN-LOTE NOT = SPACES AND WS-JRN-OP = 'R'
               MOVE 'B' TO JR-OP
               MOVE WS-JRN-ANTES TO JR-IMAGEN
               WRITE JRN-REC
           END-IF
           MOVE WS-JRN-OP TO JR-OP
           MOVE REG-EMPL TO JR-IMAGEN
           WRITE JRN-REC
           CLOSE EMP-JRN.

       937-ABRE-LOTE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JRN-LOTE (9:14)
           DISPLAY 'LOTE DE ESTA CORRIDA (PARA DYN-REVLOTE): '
               WS-JRN-LOTE.
