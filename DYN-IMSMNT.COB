      *PORCENTAJES DE CUOTA SOBRE LA BASE DE COTIZACION DEL   *
      *PERIODO: LA PARTE OBRERA QUE LA CORRIDA DE NOMINA      *
      *RETIENE AL EMPLEADO Y LA PARTE PATRONAL QUE PAGA LA    *
      *EMPRESA, MAS LA PRIMA DE RIESGO DE TRABAJO CON SU      *
      *FECHA DE VIGENCIA (LA ANTERIOR SIGUE RIGIENDO ANTES DE *
      *ESA FECHA). UNA CLAVE DE COMPANIA (CM-CLV) LLEVA LAS   *
      *CUOTAS Y LA PRIMA PROPIAS DE ESA RAZON SOCIAL. LA      *
      *PRIMA ANUAL LA DETERMINA Y CARGA DYN-PRIMRT. MISMO     *
      *ESTILO QUE DYN-SHFMNT.                                 *
      *********************************************************

       IDENTIFICATION DIVISION.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'CLAVE (01 = CUOTAS VIGENTES, O LA CLAVE DE '
               'UNA COMPANIA):'.
           ACCEPT IM-CLV.
           READ IMS-MAST KEY IS IM-CLV
               INVALID KEY
                   MOVE 0 TO IM-PRIMA-RT
                   MOVE 0 TO IM-PRIMA-ANT
                   MOVE SPACES TO IM-PRIMA-VIG
                   PERFORM 200-CAPTURA
                   WRITE IMS-REC
                   DISPLAY 'CUOTAS GRABADAS'
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' IM-DESC ' OBRERA ' IM-PCT-OBR
                       ' PATRONAL ' IM-PCT-PAT
                   DISPLAY 'PRIMA DE RIESGO: ' IM-PRIMA-RT ' DESDE '
                       IM-PRIMA-VIG ' (ANTES ' IM-PRIMA-ANT ')'
                   PERFORM 200-CAPTURA
                   REWRITE IMS-REC
                   DISPLAY 'CUOTAS ACTUALIZADAS'
           DISPLAY 'DESCRIPCION:'.               ACCEPT IM-DESC.
           DISPLAY 'CUOTA OBRERA (EJ. 0.0250 = 2.5%):'.
           ACCEPT IM-PCT-OBR.
           DISPLAY 'CUOTA PATRONAL SIN RIESGO DE TRABAJO '
               '(EJ. 0.0700 = 7%):'.
           ACCEPT IM-PCT-PAT.
           DISPLAY 'CAMBIA LA PRIMA DE RIESGO DE TRABAJO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'S'
               PERFORM 210-PRIMA
           END-IF.

      *LA PRIMA QUE RIGE PASA A SER LA ANTERIOR Y LA NUEVA ENTRA
      *EN SU FECHA DE VIGENCIA.
           210-PRIMA.
               MOVE IM-PRIMA-RT TO IM-PRIMA-ANT
               DISPLAY 'PRIMA DE RIESGO NUEVA (EJ. 0.0054355 = '
                   '0.54355%):'
               ACCEPT IM-PRIMA-RT
               PERFORM 211-VIGENCIA.

           211-VIGENCIA.
               DISPLAY 'VIGENTE DESDE (YYYYMMDD):'
               ACCEPT IM-PRIMA-VIG
               IF IM-PRIMA-VIG NOT NUMERIC
                   DISPLAY 'FECHA INVALIDA'
                   PERFORM 211-VIGENCIA
               END-IF.
