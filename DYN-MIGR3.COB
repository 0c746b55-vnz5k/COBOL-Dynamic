                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE WS-VIG-BASE TO TX-VIG
                       MOVE 'T' TO TX-TIPO
                       MOVE TXV-NIVEL TO TX-NIVEL
                       MOVE TXV-LIM-INF TO TX-LIM-INF
                       MOVE TXV-PCT TO TX-PCT
                       COMPUTE TX-CUOTA = TXV-LIM-INF * TXV-PCT
                       WRITE TAX-REC
                       ADD 1 TO WS-TAX-MIGRADOS
               END-READ.
