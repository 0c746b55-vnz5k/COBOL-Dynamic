      *    CADA FIRMA EXITOSA DEJA SU RENGLON 'E' EN LA BITACORA DE   *
      *    SESIONES SES-LOG CON EL PROGRAMA QUE CARGO                 *
      *    WS-SES-PROGRAMA; EL CIERRE SE ANOTA CON 907-OPER-LOGOUT.   *
      *    REQUIERE TAMBIEN COPY SESFILE/SESFD. UNA CUENTA REVOCADA   *
      *    POR BAJA DEL EMPLEADO (OP-BLOQUEADO = 'R') TAMPOCO ENTRA.  *
      *****************************************************************
       906-OPER-LOGIN.
           MOVE 'N' TO WS-OPER-OK
                   INVALID KEY
                       DISPLAY 'OPERADOR NO EXISTE'
                   NOT INVALID KEY
                       IF OP-BLOQUEADO = 'S' OR OP-BLOQUEADO = 'R'
                           IF OP-BLOQUEADO = 'R'
                               DISPLAY 'CUENTA REVOCADA POR BAJA DEL '
                                   'EMPLEADO'
                           ELSE
                               DISPLAY 'OPERADOR BLOQUEADO POR '
                                   'INTENTOS FALLIDOS; PIDA '
                                   'DESBLOQUEO A UN SUPERVISOR'
                           END-IF
                       ELSE
                           IF WS-OPER-PIN = OP-PIN
                               MOVE 'S' TO WS-OPER-OK
