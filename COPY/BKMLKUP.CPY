      *****************************************************************
      *    RUTINAS COMUNES DE LOS JUEGOS DE RESPALDO:                 *
      *    996-BK-RUTAS: RESUELVE EL MANIFIESTO (BAKMANIF_PATH) Y EL  *
      *      DIRECTORIO DE LOS JUEGOS (BAKSETDIR_PATH).               *
      *    996-BK-ARCHIVO: RUTA DEL ARCHIVO WS-XF-NUM DEL JUEGO       *
      *      WS-BK-SET EN WS-XF-PLANO-PATH.                           *
      *    996-BK-HASH: SUMA A WS-BK-HASH EL HASH DEL RENGLON EN      *
      *      XF-REC (CODIGO DE CADA CARACTER NO BLANCO POR SU         *
      *      POSICION), MODULO 10**15. UN RENGLON CAMBIADO, CORRIDO   *
      *      O TRUNCADO CAMBIA EL TOTAL.                              *
      *    REQUIERE COPY BKMSTAT Y COPY XFRFILE/XFRFD/XFRWS.          *
      *****************************************************************
       996-BK-RUTAS.
           MOVE WS-BAKMANIF-PATH-DFLT TO WS-BAKMANIF-PATH
           DISPLAY 'BAKMANIF_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-BAKMANIF-PATH FROM ENVIRONMENT-VALUE
           IF WS-BAKMANIF-PATH = SPACES
               MOVE WS-BAKMANIF-PATH-DFLT TO WS-BAKMANIF-PATH
           END-IF
           MOVE WS-BK-DIR-DFLT TO WS-BK-DIR
           DISPLAY 'BAKSETDIR_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-BK-DIR FROM ENVIRONMENT-VALUE
           IF WS-BK-DIR = SPACES
               MOVE WS-BK-DIR-DFLT TO WS-BK-DIR
           END-IF.

       996-BK-ARCHIVO.
           MOVE SPACES TO WS-XF-PLANO-PATH
           STRING WS-BK-DIR DELIMITED BY SPACE
               'BK' WS-BK-SET '-' WS-XF-NUM '.TXT' DELIMITED BY SIZE
               INTO WS-XF-PLANO-PATH.

       996-BK-HASH.
           MOVE 0 TO WS-BK-HREG
           PERFORM 996-BK-HASH-POS
               VARYING WS-BK-P FROM 1 BY 1 UNTIL WS-BK-P > 300
           COMPUTE WS-BK-HASH =
               FUNCTION MOD (WS-BK-HASH + WS-BK-HREG, 10 ** 15).

           996-BK-HASH-POS.
               IF XF-REC (WS-BK-P:1) NOT = SPACE
                   COMPUTE WS-BK-HREG = WS-BK-HREG +
                       FUNCTION ORD (XF-REC (WS-BK-P:1)) * WS-BK-P
               END-IF.
