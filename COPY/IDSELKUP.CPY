           MOVE WS-SDI-CALC TO IDS-SDI-NVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO IDS-FECHA
           MOVE ID-EMPL TO IDS-ID-EMPL
           MOVE '07' TO IDS-TIPO-MOV
           MOVE SPACES TO IDS-REG-PAT
           WRITE IDSE-REC
           CLOSE IDSE-EXT.
       949-SALIDA.
