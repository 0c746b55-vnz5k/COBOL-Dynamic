      *    DECIDE SI EL CLV-DEP EN TURNO CAE EN EL ALCANCE DEL        *
      *    OPERADOR FIRMADO (WS-CUR-DEPTOS, CARGADO POR               *
      *    906-OPER-LOGIN): UN ALCANCE EN BLANCO NO RESTRINGE NADA    *
      *    (LOS OPERADORES DE SIEMPRE SIGUEN IGUAL); CON LISTA, LA    *
      *    CLAVE DE TRES DIGITOS DEL DEPTO DEBE APARECER EN ALGUNA    *
      *    DE SUS DIEZ POSICIONES. DEJA 'S'/'N' EN                    *
      *    WS-SCOPE-OK. REQUIERE CLV-DEP Y LOS CAMPOS DE ALCANCE DE   *
      *    COPY OPERSTAT DECLARADOS.                                  *
      *****************************************************************
           END-IF
           MOVE 'N' TO WS-SCOPE-OK
           MOVE 1 TO WS-SCOPE-I
           PERFORM 978-ALCANCE-DEPTO 10 TIMES.
       977-SALIDA.
           EXIT.

           978-ALCANCE-DEPTO.
               IF WS-CUR-DEPTOS(WS-SCOPE-I:3) NOT = SPACES
                   AND WS-CUR-DEPTOS(WS-SCOPE-I:3) = CLV-DEP
                   MOVE 'S' TO WS-SCOPE-OK
               END-IF
               ADD 3 TO WS-SCOPE-I.
