      *****************************************************************
      *    CATALOGO DE CAMPOS DEL REPORTEADOR A LA MEDIDA:            *
      *    984-RPD-BUSCA DEJA EN WS-RPD-CI EL RENGLON DEL CATALOGO    *
      *    (RPDWS) DEL CODIGO WS-RPD-CAMPO, O CERO SI NO EXISTE.      *
      *    984-RPD-CATALOGO MUESTRA LOS CAMPOS DISPONIBLES.           *
      *****************************************************************
       984-RPD-BUSCA.
           MOVE 0 TO WS-RPD-CI
           PERFORM 984-RPD-BUSCA-UNO
               VARYING WS-RPD-J FROM 1 BY 1
               UNTIL WS-RPD-J > WS-RPD-CAT-N OR WS-RPD-CI > 0.

           984-RPD-BUSCA-UNO.
               IF WS-RPD-CAT-CLV(WS-RPD-J) = WS-RPD-CAMPO
                   MOVE WS-RPD-J TO WS-RPD-CI
               END-IF.

       984-RPD-CATALOGO.
           DISPLAY 'CAMPO ENCABEZADO    ANCHO TIPO SENSIBLE'
           PERFORM 984-RPD-CAT-UNO
               VARYING WS-RPD-J FROM 1 BY 1
               UNTIL WS-RPD-J > WS-RPD-CAT-N.

           984-RPD-CAT-UNO.
               DISPLAY WS-RPD-CAT-CLV(WS-RPD-J) '  '
                   WS-RPD-CAT-ETQ(WS-RPD-J) ' '
                   WS-RPD-CAT-ANCHO(WS-RPD-J) '    '
                   WS-RPD-CAT-TIPO(WS-RPD-J) '    '
                   WS-RPD-CAT-SENS(WS-RPD-J).
