           MOVE CURP TO PEND-CURP
           MOVE NSS TO PEND-NSS
           MOVE GRUPO-PAGO TO PEND-GRUPO-PAGO
           MOVE SUP-ID TO PEND-SUP-ID
           MOVE CIA-CLV TO PEND-CIA-CLV
           MOVE METODO-PAGO TO PEND-METODO-PAGO
           WRITE PEND-REC
               INVALID KEY
                   DISPLAY 'YA HAY UN PENDIENTE CON ESE ID-EMPL'
           END-WRITE
           CLOSE PEND-MAST
           DISPLAY 'ALTA EN ESPERA DE APROBACION POR UN 2O OPERADOR.'.
