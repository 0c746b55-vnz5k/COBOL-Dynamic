      *****************************************************************
      *    CANDADO CONTRA CARGAR DOS VECES EL MISMO ARCHIVO:          *
      *    998-IX-CHECA (THRU 998-IX-SALIDA): ANTES DE CARGAR. SACA   *
      *      LA HUELLA DE WS-IX-ARCHIVO; SI WS-IX-PROGRAMA YA CARGO   *
      *      ESE MISMO CONTENIDO (IX-REG) MUESTRA LAS CARGAS Y PIDE   *
      *      EL OVERRIDE. DEJA WS-IX-OK = 'N' SI NO SE AUTORIZO (EL   *
      *      LLAMADOR NO CARGA). UN ARCHIVO QUE NO ABRE PASA; EL      *
      *      LLAMADOR REPORTA SU PROPIO ERROR.                        *
      *    998-IX-HUELLA: CUENTA RENGLONES Y BYTES Y CALCULA EL HASH  *
      *      (CODIGO DE CADA CARACTER NO BLANCO POR SU POSICION,      *
      *      ENCADENADO RENGLON A RENGLON, MODULO 10**15): UN         *
      *      RENGLON CAMBIADO, MOVIDO O TRUNCADO CAMBIA LA HUELLA.    *
      *    998-IX-REGISTRA: AL TERMINAR LA CARGA. GRABA EL SIGUIENTE  *
      *      CONSECUTIVO DE LA HUELLA CON LA RUTA, EL OPERADOR,       *
      *      WS-IX-ACEPT/WS-IX-RECH/WS-IX-RESULTADO Y EL OVERRIDE.    *
      *    998-IX-OVERRIDE (THRU 998-IX-OVR-SALIDA): UN SUPERVISOR    *
      *      ('S' EN OPER-MAST, NO BLOQUEADO, PIN CORRECTO) AUTORIZA  *
      *      CON UN MOTIVO NO BLANCO.                                 *
      *    REQUIERE COPY IXRFILE/IXRFD/IXRSTAT Y OPER-MAST            *
      *    (OPERFILE/OPERFD/OPERSTAT) DECLARADOS.                     *
      *****************************************************************
       998-IX-CHECA.
           MOVE 'S' TO WS-IX-OK
           MOVE SPACES TO WS-IX-SUP-ID
           MOVE SPACES TO WS-IX-MOTIVO
           PERFORM 998-IX-HUELLA
           IF WS-IX-LEIDO NOT = 'S'
               GO TO 998-IX-SALIDA
           END-IF
           PERFORM 998-IX-ABRE
           MOVE 'C' TO WS-IX-MODO
           PERFORM 998-IX-RECORRE
           CLOSE IX-REG
           IF WS-IX-PREVIOS = 0
               GO TO 998-IX-SALIDA
           END-IF
           DISPLAY 'ESTE ARCHIVO YA SE CARGO (ARRIBA); CARGARLO OTRA '
               'VEZ REQUIERE OVERRIDE DE SUPERVISOR.'
           PERFORM 998-IX-OVERRIDE THRU 998-IX-OVR-SALIDA.
       998-IX-SALIDA.
           EXIT.

       998-IX-HUELLA.
           MOVE 'N' TO WS-IX-LEIDO
           MOVE 0 TO WS-IX-REGS
           MOVE 0 TO WS-IX-BYTES
           MOVE 0 TO WS-IX-HASH
           OPEN INPUT IX-PLANO
           IF WS-IXP-STATUS = '00'
               MOVE 'S' TO WS-IX-LEIDO
               MOVE 'N' TO WS-IX-FIN
               PERFORM 998-IX-HUELLA-LEE UNTIL WS-IX-FIN = 'S'
               CLOSE IX-PLANO
               DISPLAY 'ARCHIVO ' WS-IX-ARCHIVO
               DISPLAY '  RENGLONES ' WS-IX-REGS ' BYTES ' WS-IX-BYTES
                   ' HUELLA ' WS-IX-HASH
           END-IF.

           998-IX-HUELLA-LEE.
               READ IX-PLANO
                   AT END MOVE 'S' TO WS-IX-FIN
                   NOT AT END
                       ADD 1 TO WS-IX-REGS
                       MOVE 0 TO WS-IX-HREG
                       MOVE 0 TO WS-IX-LARGO
                       PERFORM 998-IX-HUELLA-POS
                           VARYING WS-IX-P FROM 1 BY 1
                           UNTIL WS-IX-P > 512
                       COMPUTE WS-IX-BYTES = WS-IX-BYTES
                           + WS-IX-LARGO + 1
                       COMPUTE WS-IX-HASH = FUNCTION MOD
                           (WS-IX-HASH * 31 + WS-IX-HREG, 10 ** 15)
               END-READ.

           998-IX-HUELLA-POS.
               IF IXP-REC (WS-IX-P:1) NOT = SPACE
                   COMPUTE WS-IX-HREG = WS-IX-HREG +
                       FUNCTION ORD (IXP-REC (WS-IX-P:1)) * WS-IX-P
                   MOVE WS-IX-P TO WS-IX-LARGO
               END-IF.

       998-IX-REGISTRA.
           IF WS-IX-LEIDO = 'S'
               PERFORM 998-IX-ABRE
               MOVE 'R' TO WS-IX-MODO
               PERFORM 998-IX-RECORRE
               MOVE SPACES TO IXR-REC
               MOVE WS-IX-PROGRAMA TO IX-PROGRAMA
               MOVE WS-IX-HASH TO IX-HASH
               MOVE WS-IX-BYTES TO IX-BYTES
               COMPUTE IX-SEQ = WS-IX-SEQ + 1
               MOVE WS-IX-REGS TO IX-REGS
               MOVE WS-IX-ARCHIVO TO IX-ARCHIVO
               MOVE FUNCTION CURRENT-DATE (1:8) TO IX-F-CARGA
               MOVE FUNCTION CURRENT-DATE (9:6) TO IX-H-CARGA
               MOVE WS-IX-OPER TO IX-OPER
               MOVE WS-IX-ACEPT TO IX-ACEPT
               MOVE WS-IX-RECH TO IX-RECH
               MOVE WS-IX-RESULTADO TO IX-RESULTADO
               MOVE WS-IX-SUP-ID TO IX-OVR-OPER
               MOVE WS-IX-MOTIVO TO IX-OVR-MOTIVO
               WRITE IXR-REC
               CLOSE IX-REG
               DISPLAY 'CARGA REGISTRADA: ' WS-IX-PROGRAMA
                   ' HUELLA ' WS-IX-HASH ' CONSECUTIVO ' IX-SEQ
           END-IF.

       998-IX-ABRE.
           MOVE WS-IXREG-PATH-DFLT TO WS-IXREG-PATH
           DISPLAY 'IXREG_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-IXREG-PATH FROM ENVIRONMENT-VALUE
           IF WS-IXREG-PATH = SPACES
               MOVE WS-IXREG-PATH-DFLT TO WS-IXREG-PATH
           END-IF
           OPEN I-O IX-REG
           IF WS-IXR-STATUS = '35'
               OPEN OUTPUT IX-REG
               CLOSE IX-REG
               OPEN I-O IX-REG
           END-IF.

      *RECORRE LAS CARGAS ANTERIORES DE LA HUELLA Y DEJA EL ULTIMO
      *CONSECUTIVO EN WS-IX-SEQ. MODO 'C' LAS MUESTRA.
       998-IX-RECORRE.
           MOVE 0 TO WS-IX-PREVIOS
           MOVE 0 TO WS-IX-SEQ
           MOVE 'N' TO WS-IX-FIN
           MOVE WS-IX-PROGRAMA TO IX-PROGRAMA
           MOVE WS-IX-HASH TO IX-HASH
           MOVE WS-IX-BYTES TO IX-BYTES
           MOVE 0 TO IX-SEQ
           START IX-REG KEY IS NOT LESS THAN IX-KEY
               INVALID KEY MOVE 'S' TO WS-IX-FIN
           END-START
           PERFORM 998-IX-RECORRE-LEE UNTIL WS-IX-FIN = 'S'.

           998-IX-RECORRE-LEE.
               READ IX-REG NEXT RECORD
                   AT END MOVE 'S' TO WS-IX-FIN
                   NOT AT END
                       IF IX-PROGRAMA NOT = WS-IX-PROGRAMA
                           OR IX-HASH NOT = WS-IX-HASH
                           OR IX-BYTES NOT = WS-IX-BYTES
                           MOVE 'S' TO WS-IX-FIN
                       ELSE
                           MOVE IX-SEQ TO WS-IX-SEQ
                           ADD 1 TO WS-IX-PREVIOS
                           IF WS-IX-MODO = 'C'
                               DISPLAY '  CARGADO ' IX-F-CARGA ' '
                                   IX-H-CARGA ' POR ' IX-OPER
                                   ' ACEPTADOS ' IX-ACEPT
                                   ' RECHAZADOS ' IX-RECH
                               DISPLAY '    ' IX-ARCHIVO
                           END-IF
                       END-IF
               END-READ.

       998-IX-OVERRIDE.
           MOVE 'N' TO WS-IX-OK
           DISPLAY 'CONTINUAR CON OVERRIDE DE SUPERVISOR (S/N):'
           ACCEPT WS-IX-RES
           IF WS-IX-RES NOT = 'S'
               GO TO 998-IX-OVR-SALIDA
           END-IF
           DISPLAY 'ID DE SUPERVISOR:'
           ACCEPT WS-IX-SUP-ID
           DISPLAY 'PIN:'
           ACCEPT WS-IX-SUP-PIN
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF
           OPEN INPUT OPER-MAST
           MOVE WS-IX-SUP-ID TO OP-ID
           READ OPER-MAST KEY IS OP-ID
               INVALID KEY
                   DISPLAY 'OPERADOR NO EXISTE'
               NOT INVALID KEY
                   IF OP-ROL = 'S' AND OP-BLOQUEADO NOT = 'S'
                       AND OP-BLOQUEADO NOT = 'R'
                       AND OP-PIN = WS-IX-SUP-PIN
                       MOVE 'S' TO WS-IX-OK
                   ELSE
                       DISPLAY 'NO AUTORIZADO (SE REQUIERE '
                           'SUPERVISOR CON PIN CORRECTO)'
                   END-IF
           END-READ
           CLOSE OPER-MAST
           IF WS-IX-OK = 'S'
               DISPLAY 'MOTIVO DEL OVERRIDE:'
               ACCEPT WS-IX-MOTIVO
               IF WS-IX-MOTIVO = SPACES
                   DISPLAY 'SIN MOTIVO NO HAY OVERRIDE'
                   MOVE 'N' TO WS-IX-OK
               END-IF
           END-IF
           IF WS-IX-OK NOT = 'S'
               MOVE SPACES TO WS-IX-SUP-ID
               MOVE SPACES TO WS-IX-MOTIVO
           END-IF.
       998-IX-OVR-SALIDA.
           EXIT.
