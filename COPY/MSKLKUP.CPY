      *****************************************************************
      *    ENMASCARADO DE DATOS SENSIBLES POR ROL. 960-MSK-PERMISO    *
      *    RESUELVE UNA VEZ, DESPUES DE 906-OPER-LOGIN, SI EL ROL DEL *
      *    OPERADOR FIRMADO VE LOS DATOS COMPLETOS (FUNCION 10 EN     *
      *    PERM-MAST). 961-MSK-APLICA CARGA WS-MSK-RFC, -CURP, -NSS,  *
      *    -CLABE Y -FNAC DESDE REG-EMPL: COMPLETOS SI SE PUEDEN VER, *
      *    SI NO CON ASTERISCOS Y SOLO LOS ULTIMOS CUATRO CARACTERES  *
      *    (LA FECHA DE NACIMIENTO SE OCULTA ENTERA). 962-MSK-DESTAPA *
      *    DEJA A UN SUPERVISOR ('S') VER COMPLETO EL REGISTRO EN     *
      *    TURNO DANDO UN MOTIVO, QUE QUEDA EN SDA-LOG CON            *
      *    963-MSK-BITACORA. REQUIERE COPY OPERFILE/OPERFD/OPERSTAT,  *
      *    PRMFILE/PRMFD/PRMSTAT, SDAFILE/SDAFD/SDASTAT, MSKWS,       *
      *    WS-CUR-OPER-ID Y EL REG-EMPL DE SIEMPRE.                   *
      *****************************************************************
       960-MSK-PERMISO.
           MOVE 'N' TO WS-MSK-VER
           MOVE SPACE TO WS-MSK-ROL
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF
           OPEN INPUT OPER-MAST
           MOVE WS-CUR-OPER-ID TO OP-ID
           READ OPER-MAST KEY IS OP-ID
               INVALID KEY MOVE SPACE TO WS-MSK-ROL
               NOT INVALID KEY MOVE OP-ROL TO WS-MSK-ROL
           END-READ
           CLOSE OPER-MAST
           MOVE WS-MSK-ROL TO PM-ROL
           MOVE WS-MSK-FUNCION TO PM-FUNCION
           MOVE WS-PERMMAST-PATH-DFLT TO WS-PERMMAST-PATH
           DISPLAY 'PERMMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-PERMMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-PERMMAST-PATH = SPACES
               MOVE WS-PERMMAST-PATH-DFLT TO WS-PERMMAST-PATH
           END-IF
           OPEN INPUT PERM-MAST
           IF WS-PERM-STATUS = '00'
               READ PERM-MAST KEY IS PM-KEY
                   INVALID KEY MOVE 'N' TO WS-MSK-VER
                   NOT INVALID KEY MOVE 'S' TO WS-MSK-VER
               END-READ
               CLOSE PERM-MAST
           END-IF.

      *CADA REGISTRO NUEVO ARRANCA ENMASCARADO AUNQUE EL ANTERIOR
      *SE HAYA DESTAPADO; EL LLAMADOR PONE WS-MSK-REG EN 'N' AL
      *LEER OTRO EMPLEADO.
       961-MSK-APLICA.
           MOVE RFC TO WS-MSK-RFC
           MOVE CURP TO WS-MSK-CURP
           MOVE NSS TO WS-MSK-NSS
           MOVE CTA-CLABE TO WS-MSK-CLABE
           MOVE F-NAC TO WS-MSK-FNAC
           IF WS-MSK-VER NOT = 'S' AND WS-MSK-REG NOT = 'S'
               IF RFC NOT = SPACES
                   MOVE ALL '*' TO WS-MSK-RFC (1:9)
               END-IF
               IF CURP NOT = SPACES
                   MOVE ALL '*' TO WS-MSK-CURP (1:14)
               END-IF
               IF NSS NOT = SPACES
                   MOVE ALL '*' TO WS-MSK-NSS (1:7)
               END-IF
               IF CTA-CLABE NOT = SPACES
                   MOVE ALL '*' TO WS-MSK-CLABE (1:14)
               END-IF
               IF F-NAC NOT = SPACES
                   MOVE ALL '*' TO WS-MSK-FNAC
               END-IF
           END-IF.

      *SOLO PARA EL REGISTRO EN TURNO Y SOLO SI HACE FALTA (UN ROL
      *CON LA FUNCION 10 YA LO VE COMPLETO). SIN MOTIVO NO HAY
      *DESTAPE.
       962-MSK-DESTAPA.
           IF WS-MSK-VER = 'S' OR WS-MSK-REG = 'S'
               DISPLAY 'EL REGISTRO YA SE MUESTRA COMPLETO'
           ELSE
               IF WS-MSK-ROL NOT = 'S'
                   DISPLAY 'SOLO UN SUPERVISOR PUEDE VER LOS DATOS '
                       'COMPLETOS'
               ELSE
                   DISPLAY 'MOTIVO PARA VER LOS DATOS COMPLETOS:'
                   ACCEPT WS-SDA-MOTIVO
                   IF WS-SDA-MOTIVO = SPACES
                       DISPLAY 'SIN MOTIVO NO SE DESENMASCARA'
                   ELSE
                       MOVE 'S' TO WS-MSK-REG
                       MOVE 'U' TO WS-SDA-TIPO
                       MOVE ID-EMPL TO WS-SDA-ID-EMPL
                       PERFORM 963-MSK-BITACORA
                       PERFORM 961-MSK-APLICA
                   END-IF
               END-IF
           END-IF.

           963-MSK-BITACORA.
               MOVE WS-SDALOG-PATH-DFLT TO WS-SDALOG-PATH
               DISPLAY 'SDALOG_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SDALOG-PATH FROM ENVIRONMENT-VALUE
               IF WS-SDALOG-PATH = SPACES
                   MOVE WS-SDALOG-PATH-DFLT TO WS-SDALOG-PATH
               END-IF
               OPEN EXTEND SDA-LOG
               IF WS-SDA-STATUS = '35'
                   OPEN OUTPUT SDA-LOG
               END-IF
               MOVE SPACES TO SDA-REC
               MOVE FUNCTION CURRENT-DATE (1:8) TO SA-FECHA
               MOVE FUNCTION CURRENT-DATE (9:8) TO SA-HORA
               MOVE WS-CUR-OPER-ID TO SA-OPER
               MOVE WS-SDA-PROGRAMA TO SA-PROGRAMA
               MOVE WS-SDA-ID-EMPL TO SA-ID-EMPL
               MOVE WS-SDA-TIPO TO SA-TIPO
               MOVE WS-SDA-MOTIVO TO SA-MOTIVO
               WRITE SDA-REC
               CLOSE SDA-LOG.
