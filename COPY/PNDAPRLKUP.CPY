      *****************************************************************
      *    REVISA Y APRUEBA/RECHAZA UNA ALTA PENDIENTE. EL OPERADOR   *
      *    QUE APRUEBA NO PUEDE SER EL MISMO QUE LA CAPTURO. ANTES    *
      *    DE APROBAR CORRE EL FILTRO DE RECONTRATACION: UNA BAJA     *
      *    NO RECONTRATABLE ('T' / 'I') NO SE APRUEBA AQUI. AL        *
      *    APROBAR ESCRIBE A EMPLEADO, REGISTRA LA AUDITORIA, ABRE    *
      *    EL PERIODO DE PRUEBA Y EL CONTRATO INDEFINIDO Y CIERRA LA  *
      *    REQUISICION QUE LO ORIGINO (996-REQ-CUBRE), Y DEJA EN LA   *
      *    BITACORA HIRE-APR QUIEN CAPTURO Y QUIEN APROBO; AL         *
      *    RECHAZAR ELIMINA EL PENDIENTE Y REABRE LA REQUISICION.     *
      *    REQUIERE EL OPERADOR YA FIRMADO (906-OPER-LOGIN),          *
      *    EMPLEADO ABIERTA I-O Y WS-AUD-PROGRAMA CARGADO, MAS        *
      *    REHLKUP, PRBLKUP, CONLKUP, REQLKUP Y COPY HAPSTAT (CON     *
      *    HAPFILE/HAPFD).                                            *
      *****************************************************************
       908-PEND-APPROVE.
           MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           DISPLAY 'PENDMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-PENDMAST-PATH = SPACES
               MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           END-IF
           OPEN I-O PEND-MAST
           DISPLAY 'ID-EMPL PENDIENTE A REVISAR' ACCEPT PEND-ID
           READ PEND-MAST KEY IS PEND-ID
               INVALID KEY
                   DISPLAY 'NO EXISTE UN PENDIENTE CON ESE ID'
               NOT INVALID KEY
                   IF PEND-OPER-ID = WS-CUR-OPER-ID
                       DISPLAY 'NO PUEDE APROBAR SU PROPIA CAPTURA'
                   ELSE
                       DISPLAY PEND-REC
                       DISPLAY 'APROBAR S/N' ACCEPT WS-PEND-DECISION
                       IF WS-PEND-DECISION = 'S'
                           MOVE PEND-ID-EMPL TO ID-EMPL
                           MOVE PEND-NOM-EMPL TO NOM-EMPL
                           MOVE PEND-CLV-DEP TO CLV-DEP
                           MOVE PEND-NOM-DEP TO NOM-DEP
                           MOVE PEND-ID-TAB-S TO ID-TAB-S
                           MOVE PEND-SUE-MEN TO SUE-MEN
                           MOVE PEND-F-ING TO F-ING
                           MOVE PEND-EMP-STATUS TO EMP-STATUS
                           MOVE PEND-TERM-REASON TO TERM-REASON
                           MOVE PEND-TERM-FECHA TO TERM-FECHA
                           MOVE PEND-REHIRE-FECHA TO REHIRE-FECHA
                           MOVE PEND-REHIRE-ID-ORIG TO REHIRE-ID-ORIG
                           MOVE PEND-TELEFONO TO TELEFONO
                           MOVE PEND-EMAIL TO EMAIL
                           MOVE PEND-TIPO-PAGO TO TIPO-PAGO
                           MOVE PEND-HORAS-TRAB TO HORAS-TRAB
                           MOVE PEND-TARIFA-HORA TO TARIFA-HORA
                           MOVE PEND-HORAS-EXTRA TO HORAS-EXTRA
                           MOVE PEND-TARIFA-EXTRA TO TARIFA-EXTRA
                           MOVE PEND-YTD-SUE TO YTD-SUE
                           MOVE PEND-BANCO-CLV TO BANCO-CLV
                           MOVE PEND-CTA-CLABE TO CTA-CLABE
                           MOVE PEND-TURNO-CLV TO TURNO-CLV
                           MOVE PEND-F-NAC TO F-NAC
                           MOVE PEND-RFC TO RFC
                           MOVE PEND-CURP TO CURP
                           MOVE PEND-NSS TO NSS
                           MOVE PEND-GRUPO-PAGO TO GRUPO-PAGO
                           MOVE PEND-SUP-ID TO SUP-ID
                           MOVE PEND-CIA-CLV TO CIA-CLV
                           MOVE PEND-METODO-PAGO TO METODO-PAGO
                           MOVE SPACES TO SUC-CLV
                           PERFORM 932-REHIRE-SCREEN
                           IF WS-REH-FOUND = 'S'
                               MOVE WS-REH-ID TO REHIRE-ID-ORIG
                               MOVE WS-REH-FING TO REHIRE-FECHA
                           END-IF
                           IF WS-REH-FOUND = 'S' AND
                               (WS-REH-REASON = 'T' OR
                               WS-REH-REASON = 'I')
                               DISPLAY 'BAJA NO RECONTRATABLE; NO SE '
                                   'APRUEBA. RECHACELA O ESCALE A UN '
                                   'SUPERVISOR (DYN-PENDAGE).'
                           ELSE
                           WRITE REG-EMPL
                               INVALID KEY
                                   DISPLAY 'ID YA EXISTE EN EMPLEADO'
                               NOT INVALID KEY
                                   MOVE 'A' TO WS-AUD-OPER
                                   MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
                                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
                                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
                                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                                   PERFORM 903-AUDITORIA
                                   MOVE 'W' TO WS-JRN-OP
                                   PERFORM 937-JOURNAL
                                   PERFORM 908-BITACORA-ALTA
                                   DELETE PEND-MAST RECORD
                                   DISPLAY 'ALTA APROBADA Y ESCRITA.'
                                   PERFORM 936-PROBATION-ALTA
                                   MOVE 'I' TO WS-CON-TIPO-ALTA
                                   MOVE SPACES TO WS-CON-FIN-ALTA
                                   PERFORM 934-CONTRATO-ALTA
                                   PERFORM 996-REQ-CUBRE
                           END-WRITE
                           END-IF
                       ELSE
                           DELETE PEND-MAST RECORD
                           DISPLAY 'ALTA RECHAZADA.'
                           MOVE PEND-ID-EMPL TO ID-EMPL
                           PERFORM 997-REQ-REABRE
                       END-IF
                   END-IF
           END-READ
           CLOSE PEND-MAST.

      *QUIEN CAPTURO Y QUIEN APROBO, ANTES DE BORRAR EL PENDIENTE.
       908-BITACORA-ALTA.
           MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH
           DISPLAY 'HIREAPR_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-HIREAPR-PATH FROM ENVIRONMENT-VALUE
           IF WS-HIREAPR-PATH = SPACES
               MOVE WS-HIREAPR-PATH-DFLT TO WS-HIREAPR-PATH
           END-IF
           OPEN EXTEND HIRE-APR
           IF WS-HAP-STATUS = '35'
               OPEN OUTPUT HIRE-APR
           END-IF
           MOVE SPACES TO HAP-REC
           MOVE FUNCTION CURRENT-DATE (1:8) TO HA-FECHA
           MOVE FUNCTION CURRENT-DATE (9:8) TO HA-HORA
           MOVE PEND-ID-EMPL TO HA-ID-EMPL
           MOVE PEND-OPER-ID TO HA-CAPTURO
           MOVE PEND-FECHA TO HA-F-CAPTURA
           MOVE WS-CUR-OPER-ID TO HA-APROBO
           WRITE HAP-REC
           CLOSE HIRE-APR.
