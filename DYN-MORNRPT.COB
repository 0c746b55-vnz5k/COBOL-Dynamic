               MOVE 0 TO WS-IX
               PERFORM 321-BUSCA-PROM 20 TIMES
               DISPLAY JL-PASO ' ' JL-HORA-INI ' -> ' JL-HORA-FIN
                   ' ' JL-SEGUNDOS ' SEG RC ' JL-RC ' ' JL-REF
               IF JL-RC NOT = 0
                   DISPLAY '    <<ALERTA: TERMINO CON CODIGO '
                       JL-RC '>>'
