      *****************************************************************
      *    CANDADO CONTRA REGENERAR UN ARCHIVO DE SALIDA:             *
      *    997-OX-CHECA (THRU 997-OX-SALIDA): ANTES DE GENERAR. SI    *
      *      WS-OX-INTERFAZ/WS-OX-PERIODO YA TIENE ARCHIVO VIVO EN    *
      *      OX-REG ('G', 'E' O 'A') LO MUESTRA Y PIDE EL OVERRIDE.   *
      *      DEJA WS-OX-OK = 'N' SI NO SE AUTORIZO (EL LLAMADOR NO    *
      *      GENERA).                                                 *
      *    997-OX-OVERRIDE (THRU 997-OX-OVR-SALIDA): UN SUPERVISOR    *
      *      ('S' EN OPER-MAST, NO BLOQUEADO, PIN CORRECTO) AUTORIZA  *
      *      CON UN MOTIVO NO BLANCO; DEJA WS-OX-OK, WS-OX-SUP-ID Y   *
      *      WS-OX-MOTIVO PARA 997-OX-REGISTRA. LO USA TAMBIEN EL     *
      *      REENVIO DE DYN-OXREG.                                    *
      *    REQUIERE COPY OXRLKUP Y OPER-MAST (OPERFILE/OPERFD/        *
      *    OPERSTAT) DECLARADOS.                                      *
      *****************************************************************
       997-OX-CHECA.
           MOVE 'S' TO WS-OX-OK
           MOVE SPACES TO WS-OX-SUP-ID
           MOVE SPACES TO WS-OX-MOTIVO
           PERFORM 997-OX-ABRE
           MOVE 'C' TO WS-OX-MODO
           PERFORM 997-OX-RECORRE
           CLOSE OX-REG
           IF WS-OX-VIVOS = 0
               GO TO 997-OX-SALIDA
           END-IF
           DISPLAY 'EL ARCHIVO ' WS-OX-INTERFAZ ' DEL PERIODO '
               WS-OX-PERIODO ' YA ESTA REGISTRADO (ARRIBA); '
               'REGENERARLO REQUIERE OVERRIDE DE SUPERVISOR.'
           PERFORM 997-OX-OVERRIDE THRU 997-OX-OVR-SALIDA.
       997-OX-SALIDA.
           EXIT.

       997-OX-OVERRIDE.
           MOVE 'N' TO WS-OX-OK
           DISPLAY 'CONTINUAR CON OVERRIDE DE SUPERVISOR (S/N):'
           ACCEPT WS-OX-RES
           IF WS-OX-RES NOT = 'S'
               GO TO 997-OX-OVR-SALIDA
           END-IF
           DISPLAY 'ID DE SUPERVISOR:'
           ACCEPT WS-OX-SUP-ID
           DISPLAY 'PIN:'
           ACCEPT WS-OX-SUP-PIN
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF
           OPEN INPUT OPER-MAST
           MOVE WS-OX-SUP-ID TO OP-ID
           READ OPER-MAST KEY IS OP-ID
               INVALID KEY
                   DISPLAY 'OPERADOR NO EXISTE'
               NOT INVALID KEY
                   IF OP-ROL = 'S' AND OP-BLOQUEADO NOT = 'S'
                       AND OP-BLOQUEADO NOT = 'R'
                       AND OP-PIN = WS-OX-SUP-PIN
                       MOVE 'S' TO WS-OX-OK
                   ELSE
                       DISPLAY 'NO AUTORIZADO (SE REQUIERE '
                           'SUPERVISOR CON PIN CORRECTO)'
                   END-IF
           END-READ
           CLOSE OPER-MAST
           IF WS-OX-OK = 'S'
               DISPLAY 'MOTIVO DEL OVERRIDE:'
               ACCEPT WS-OX-MOTIVO
               IF WS-OX-MOTIVO = SPACES
                   DISPLAY 'SIN MOTIVO NO HAY OVERRIDE'
                   MOVE 'N' TO WS-OX-OK
               END-IF
           END-IF
           IF WS-OX-OK NOT = 'S'
               MOVE SPACES TO WS-OX-SUP-ID
               MOVE SPACES TO WS-OX-MOTIVO
           END-IF.
       997-OX-OVR-SALIDA.
           EXIT.
