                   DISPLAY 'OPERADOR NO EXISTE'
               NOT INVALID KEY
                   IF OP-ROL = 'S' AND OP-BLOQUEADO NOT = 'S'
                       AND OP-BLOQUEADO NOT = 'R'
                       AND OP-PIN = WS-QSC-SUP-PIN
                       MOVE 'S' TO WS-QSC-PASA
                   ELSE
