      *****************************************************************
      *    ESTADO DE COMPENSACION TOTAL DE UN EMPLEADO (ID-EMPL) EN EL*
      *    ANO WS-CMP-ANO. DE PAYHIST (LA PARTICION PAYH<AAAA> SI EL  *
      *    ANO YA CERRO) TOMA EL BRUTO REGULAR, LAS CORRIDAS          *
      *    EXTRAORDINARIAS ('E'), EL AGUINALDO ('A') Y LA PTU ('U');  *
      *    EL FONDO DE AHORRO ENTREGADO ('F') Y LA LIQUIDACION DE BAJA*
      *    ('L') NO CUENTAN. DE DEDDET SEPARA DEL BRUTO REGULAR EL    *
      *    TIEMPO EXTRA ('X'), LA PRIMA DE TURNO ('T'), LA PRIMA      *
      *    VACACIONAL ('R') Y LAS PRIMAS Y PREMIOS ('D','H','A'); LO  *
      *    QUE QUEDA ES EL SUELDO BASE. LOS VIATICOS GRAVADOS ('Y'    *
      *    VIAGRV) SON REEMBOLSO Y NO COMPENSACION: SE SACAN DEL      *
      *    BRUTO REGULAR O DEL EXTRAORDINARIO SEGUN SU GRUPO.         *
      *    LA CUOTA PATRONAL IMSS SALE DE IMSDET; LA APORTACION AL    *
      *    FONDO DE AHORRO ES IGUAL A LA DEL                          *
      *    EMPLEADO ('F' EN DEDDET) SI ESTA INSCRITO EN SAV-MAST; LAS *
      *    PRIMAS DE PLANES SON BP-CIA-MONTO DE BEN-MAST POR CADA MES *
      *    INSCRITO EN ENROLL. SIN ALGUN ARCHIVO ESE CONCEPTO QUEDA EN*
      *    CERO. REQUIERE ID-EMPL Y COPY CMPWS, PAYHSTAT, PAYASTAT,   *
      *    DETSTAT, IMSSTAT, SAVSTAT, ENRSTAT Y BENSTAT (CON SUS      *
      *    FILE/FD).                                                  *
      *****************************************************************
       957-COMPENSACION-ANUAL.
           MOVE 0 TO WS-CMP-REGULAR
           MOVE 0 TO WS-CMP-BASE
           MOVE 0 TO WS-CMP-EXTRA
           MOVE 0 TO WS-CMP-TURNO
           MOVE 0 TO WS-CMP-PRIMAS
           MOVE 0 TO WS-CMP-EXTRAORD
           MOVE 0 TO WS-CMP-AGUIN
           MOVE 0 TO WS-CMP-PRIMAVAC
           MOVE 0 TO WS-CMP-PTU
           MOVE 0 TO WS-CMP-NETO
           MOVE 0 TO WS-CMP-IMSS
           MOVE 0 TO WS-CMP-AHORRO-EMP
           MOVE 0 TO WS-CMP-AHORRO
           MOVE 0 TO WS-CMP-BENEF
           MOVE 0 TO WS-CMP-VIAT-REG
           MOVE 0 TO WS-CMP-VIAT-EXT
           ACCEPT WS-CMP-HOY FROM DATE YYYYMMDD
           MOVE 12 TO WS-CMP-MES-TOPE
           IF WS-CMP-ANO = WS-CMP-HOY(1:4)
               MOVE WS-CMP-HOY(5:2) TO WS-CMP-MES-TOPE
           END-IF
           IF WS-CMP-ANO < WS-CMP-HOY(1:4)
               PERFORM 957-CMP-PARTICION
           ELSE
               PERFORM 957-CMP-VIVO
           END-IF
           PERFORM 957-CMP-DETALLE
           IF WS-CMP-REGULAR > WS-CMP-VIAT-REG
               SUBTRACT WS-CMP-VIAT-REG FROM WS-CMP-REGULAR
           ELSE
               MOVE 0 TO WS-CMP-REGULAR
           END-IF
           IF WS-CMP-EXTRAORD > WS-CMP-VIAT-EXT
               SUBTRACT WS-CMP-VIAT-EXT FROM WS-CMP-EXTRAORD
           ELSE
               MOVE 0 TO WS-CMP-EXTRAORD
           END-IF
           PERFORM 957-CMP-IMSS
           PERFORM 957-CMP-AHORRO
           PERFORM 957-CMP-BENEF
           IF WS-CMP-REGULAR > WS-CMP-EXTRA + WS-CMP-TURNO
               + WS-CMP-PRIMAS + WS-CMP-PRIMAVAC
               COMPUTE WS-CMP-BASE = WS-CMP-REGULAR - WS-CMP-EXTRA
                   - WS-CMP-TURNO - WS-CMP-PRIMAS - WS-CMP-PRIMAVAC
           END-IF
           COMPUTE WS-CMP-PERCIBIDO = WS-CMP-BASE + WS-CMP-EXTRA
               + WS-CMP-TURNO + WS-CMP-PRIMAS + WS-CMP-EXTRAORD
               + WS-CMP-AGUIN + WS-CMP-PRIMAVAC + WS-CMP-PTU
           COMPUTE WS-CMP-APORTADO = WS-CMP-IMSS + WS-CMP-AHORRO
               + WS-CMP-BENEF
           COMPUTE WS-CMP-TOTAL = WS-CMP-PERCIBIDO + WS-CMP-APORTADO
           PERFORM 957-CMP-RENGLONES.

           957-CMP-VIVO.
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               OPEN INPUT PAYHIST
               IF WS-PAYH-STATUS = '00'
                   MOVE 0 TO WS-CMP-FLAG
                   MOVE ID-EMPL TO PH-ID-EMPL
                   MOVE SPACES TO PH-PERIODO
                   MOVE WS-CMP-ANO TO PH-PERIODO(1:4)
                   MOVE SPACES TO PH-GRUPO
                   MOVE 0 TO PH-SEC
                   START PAYHIST KEY IS NOT LESS THAN PH-KEY
                       INVALID KEY MOVE 1 TO WS-CMP-FLAG
                   END-START
                   PERFORM 957-CMP-LEE-VIVO UNTIL WS-CMP-FLAG = 1
                   CLOSE PAYHIST
               END-IF.

           957-CMP-LEE-VIVO.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-CMP-FLAG
                   NOT AT END
                       IF PH-ID-EMPL NOT = ID-EMPL
                           OR PH-PERIODO(1:4) NOT = WS-CMP-ANO
                           MOVE 1 TO WS-CMP-FLAG
                       ELSE
                           MOVE PH-GRUPO TO WS-CMP-GRUPO
                           MOVE PH-PAGO-BRUTO TO WS-CMP-BRUTO
                           MOVE PH-NETO TO WS-CMP-NETO-PER
                           PERFORM 957-CMP-SUMA-PAGO
                       END-IF
               END-READ.

           957-CMP-PARTICION.
               MOVE WS-PAYHANO-DIR-DFLT TO WS-PAYHANO-DIR
               DISPLAY 'PAYHANODIR_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHANO-DIR FROM ENVIRONMENT-VALUE
               IF WS-PAYHANO-DIR = SPACES
                   MOVE WS-PAYHANO-DIR-DFLT TO WS-PAYHANO-DIR
               END-IF
               MOVE WS-CMP-ANO TO WS-PAYHANO-ANO
               OPEN INPUT PAYH-ANIO
               IF WS-PAYA-STATUS = '00'
                   MOVE 0 TO WS-CMP-FLAG
                   MOVE ID-EMPL TO PA-ID-EMPL
                   MOVE SPACES TO PA-PERIODO
                   MOVE WS-CMP-ANO TO PA-PERIODO(1:4)
                   MOVE SPACES TO PA-GRUPO
                   MOVE 0 TO PA-SEC
                   START PAYH-ANIO KEY IS NOT LESS THAN PA-KEY
                       INVALID KEY MOVE 1 TO WS-CMP-FLAG
                   END-START
                   PERFORM 957-CMP-LEE-PART UNTIL WS-CMP-FLAG = 1
                   CLOSE PAYH-ANIO
               END-IF.

           957-CMP-LEE-PART.
               READ PAYH-ANIO NEXT RECORD
                   AT END MOVE 1 TO WS-CMP-FLAG
                   NOT AT END
                       IF PA-ID-EMPL NOT = ID-EMPL
                           OR PA-PERIODO(1:4) NOT = WS-CMP-ANO
                           MOVE 1 TO WS-CMP-FLAG
                       ELSE
                           MOVE PA-GRUPO TO WS-CMP-GRUPO
                           MOVE PA-PAGO-BRUTO TO WS-CMP-BRUTO
                           MOVE PA-NETO TO WS-CMP-NETO-PER
                           PERFORM 957-CMP-SUMA-PAGO
                       END-IF
               END-READ.

      *EL FONDO DE AHORRO ENTREGADO ES DINERO YA CONTADO (LA
      *APORTACION DEL EMPLEADO EN SU BRUTO Y LA DE LA EMPRESA
      *ABAJO); LA LIQUIDACION DE BAJA NO ES COMPENSACION DEL ANO.
           957-CMP-SUMA-PAGO.
               EVALUATE WS-CMP-GRUPO
                   WHEN 'F'
                   WHEN 'L'
                       CONTINUE
                   WHEN 'E'
                       ADD WS-CMP-BRUTO TO WS-CMP-EXTRAORD
                       ADD WS-CMP-NETO-PER TO WS-CMP-NETO
                   WHEN 'A'
                       ADD WS-CMP-BRUTO TO WS-CMP-AGUIN
                       ADD WS-CMP-NETO-PER TO WS-CMP-NETO
                   WHEN 'U'
                       ADD WS-CMP-BRUTO TO WS-CMP-PTU
                       ADD WS-CMP-NETO-PER TO WS-CMP-NETO
                   WHEN OTHER
                       ADD WS-CMP-BRUTO TO WS-CMP-REGULAR
                       ADD WS-CMP-NETO-PER TO WS-CMP-NETO
               END-EVALUATE.

           957-CMP-DETALLE.
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
               DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEDDET-PATH = SPACES
                   MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
               END-IF
               OPEN INPUT DEDDET
               IF WS-DET-STATUS = '00'
                   MOVE 0 TO WS-CMP-FLAG
                   PERFORM 957-CMP-LEE-DET UNTIL WS-CMP-FLAG = 1
                   CLOSE DEDDET
               END-IF.

           957-CMP-LEE-DET.
               READ DEDDET
                   AT END MOVE 1 TO WS-CMP-FLAG
                   NOT AT END
                       IF DD-ID-EMPL = ID-EMPL
                           AND DD-PERIODO(1:4) = WS-CMP-ANO
                           EVALUATE DD-TIPO
                               WHEN 'X'
                                   ADD DD-MONTO TO WS-CMP-EXTRA
                               WHEN 'T'
                                   ADD DD-MONTO TO WS-CMP-TURNO
                               WHEN 'R'
                                   ADD DD-MONTO TO WS-CMP-PRIMAVAC
                               WHEN 'D'
                               WHEN 'H'
                               WHEN 'A'
                                   ADD DD-MONTO TO WS-CMP-PRIMAS
                               WHEN 'F'
                                   ADD DD-MONTO TO WS-CMP-AHORRO-EMP
                               WHEN 'Y'
                                   PERFORM 957-CMP-VIATICOS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ.

      *LA CORRIDA SUPLEMENTARIA ('E') LOS PAGA EN EXTRAORDINARIO;
      *LA NOMINA Y EL FINIQUITO, EN EL BRUTO REGULAR.
           957-CMP-VIATICOS.
               IF DD-CLAVE = 'VIAGRV'
                   IF DD-GRUPO = 'E'
                       ADD DD-MONTO TO WS-CMP-VIAT-EXT
                   ELSE
                       ADD DD-MONTO TO WS-CMP-VIAT-REG
                   END-IF
               END-IF.

           957-CMP-IMSS.
               MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH
               DISPLAY 'IMSDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-IMSDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-IMSDET-PATH = SPACES
                   MOVE WS-IMSDET-PATH-DFLT TO WS-IMSDET-PATH
               END-IF
               OPEN INPUT IMSDET
               IF WS-IMSDET-STATUS = '00'
                   MOVE 0 TO WS-CMP-FLAG
                   PERFORM 957-CMP-LEE-IMSS UNTIL WS-CMP-FLAG = 1
                   CLOSE IMSDET
               END-IF.

           957-CMP-LEE-IMSS.
               READ IMSDET
                   AT END MOVE 1 TO WS-CMP-FLAG
                   NOT AT END
                       IF IMD-ID-EMPL = ID-EMPL
                           AND IMD-PERIODO(1:4) = WS-CMP-ANO
                           ADD IMD-PAT TO WS-CMP-IMSS
                       END-IF
               END-READ.

      *LA EMPRESA APORTA LO MISMO QUE EL EMPLEADO (946).
           957-CMP-AHORRO.
               MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               DISPLAY 'SAVMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SAVMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-SAVMAST-PATH = SPACES
                   MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               END-IF
               OPEN INPUT SAV-MAST
               IF WS-SAV-STATUS = '00'
                   MOVE ID-EMPL TO SV-ID-EMPL
                   READ SAV-MAST KEY IS SV-ID-EMPL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-CMP-AHORRO-EMP TO WS-CMP-AHORRO
                   END-READ
                   CLOSE SAV-MAST
               END-IF.

           957-CMP-BENEF.
               MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
               DISPLAY 'BENMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-BENMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-BENMAST-PATH = SPACES
                   MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
               END-IF
               MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
               DISPLAY 'ENROLL_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT-VALUE
               IF WS-ENROLL-PATH = SPACES
                   MOVE WS-ENROLL-PATH-DFLT TO WS-ENROLL-PATH
               END-IF
               OPEN INPUT BEN-MAST
               IF WS-BEN-STATUS = '00'
                   OPEN INPUT ENROLL
                   IF WS-ENR-STATUS = '00'
                       MOVE 0 TO WS-CMP-FLAG
                       MOVE ID-EMPL TO EN-ID-EMPL
                       MOVE SPACES TO EN-PLAN
                       START ENROLL KEY IS NOT LESS THAN EN-KEY
                           INVALID KEY MOVE 1 TO WS-CMP-FLAG
                       END-START
                       PERFORM 957-CMP-LEE-PLAN UNTIL WS-CMP-FLAG = 1
                       CLOSE ENROLL
                   END-IF
                   CLOSE BEN-MAST
               END-IF.

           957-CMP-LEE-PLAN.
               READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WS-CMP-FLAG
                   NOT AT END
                       IF EN-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-CMP-FLAG
                       ELSE
                           PERFORM 957-CMP-MESES-PLAN
                           IF WS-CMP-MESES > 0
                               PERFORM 957-CMP-PRIMA-PLAN
                           END-IF
                       END-IF
               END-READ.

      *MESES DEL ANO (HASTA WS-CMP-MES-TOPE) QUE LA INSCRIPCION
      *ESTUVO VIGENTE, CONTANDO COMPLETOS EL DE ALTA Y EL DE BAJA.
           957-CMP-MESES-PLAN.
               MOVE 0 TO WS-CMP-MESES
               MOVE 1 TO WS-CMP-M-INI
               IF EN-F-INICIO(1:4) > WS-CMP-ANO
                   MOVE 13 TO WS-CMP-M-INI
               END-IF
               IF EN-F-INICIO(1:4) = WS-CMP-ANO
                   MOVE EN-F-INICIO(5:2) TO WS-CMP-M-INI
               END-IF
               MOVE WS-CMP-MES-TOPE TO WS-CMP-M-FIN
               IF EN-F-FIN NOT = SPACES
                   IF EN-F-FIN(1:4) < WS-CMP-ANO
                       MOVE 0 TO WS-CMP-M-FIN
                   END-IF
                   IF EN-F-FIN(1:4) = WS-CMP-ANO
                       MOVE EN-F-FIN(5:2) TO WS-CMP-MM
                       IF WS-CMP-MM < WS-CMP-M-FIN
                           MOVE WS-CMP-MM TO WS-CMP-M-FIN
                       END-IF
                   END-IF
               END-IF
               IF WS-CMP-M-INI < 13
                   AND WS-CMP-M-FIN NOT < WS-CMP-M-INI
                   COMPUTE WS-CMP-MESES =
                       WS-CMP-M-FIN - WS-CMP-M-INI + 1
               END-IF.

           957-CMP-PRIMA-PLAN.
               MOVE EN-PLAN TO BP-CLV
               READ BEN-MAST KEY IS BP-CLV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CMP-BENEF = WS-CMP-BENEF
                           + (BP-CIA-MONTO * WS-CMP-MESES)
               END-READ.

      *LOS RENGLONES DEL ESTADO, IGUALES EN EL IMPRESO Y EN EL
      *KIOSCO.
           957-CMP-RENGLONES.
               MOVE 0 TO WS-CMP-N
               MOVE 'LO QUE USTED RECIBIO EN EL ANO' TO WS-CMP-L-DESC
               MOVE SPACES TO WS-CMP-L-IMPORTE-X
               PERFORM 957-CMP-AGREGA
               MOVE '  SUELDO BASE' TO WS-CMP-L-DESC
               MOVE WS-CMP-BASE TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  TIEMPO EXTRA' TO WS-CMP-L-DESC
               MOVE WS-CMP-EXTRA TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  PRIMA DE TURNO' TO WS-CMP-L-DESC
               MOVE WS-CMP-TURNO TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  PRIMAS DOMINICAL/FESTIVO Y PREMIOS'
                   TO WS-CMP-L-DESC
               MOVE WS-CMP-PRIMAS TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  PAGOS EXTRAORDINARIOS' TO WS-CMP-L-DESC
               MOVE WS-CMP-EXTRAORD TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  AGUINALDO' TO WS-CMP-L-DESC
               MOVE WS-CMP-AGUIN TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  PRIMA VACACIONAL' TO WS-CMP-L-DESC
               MOVE WS-CMP-PRIMAVAC TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  REPARTO DE UTILIDADES (PTU)' TO WS-CMP-L-DESC
               MOVE WS-CMP-PTU TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE 'TOTAL DE PERCEPCIONES' TO WS-CMP-L-DESC
               MOVE WS-CMP-PERCIBIDO TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  (NETO QUE LE LLEGO DESPUES DE IMPUESTO'
                   TO WS-CMP-L-DESC
               MOVE SPACES TO WS-CMP-L-IMPORTE-X
               PERFORM 957-CMP-AGREGA
               MOVE '   Y DEDUCCIONES)' TO WS-CMP-L-DESC
               MOVE WS-CMP-NETO TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE SPACES TO WS-CMP-L-DESC
               MOVE SPACES TO WS-CMP-L-IMPORTE-X
               PERFORM 957-CMP-AGREGA
               MOVE 'LO QUE LA EMPRESA APORTO POR USTED'
                   TO WS-CMP-L-DESC
               PERFORM 957-CMP-AGREGA
               MOVE '  CUOTA PATRONAL IMSS' TO WS-CMP-L-DESC
               MOVE WS-CMP-IMSS TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  APORTACION AL FONDO DE AHORRO'
                   TO WS-CMP-L-DESC
               MOVE WS-CMP-AHORRO TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE '  PRIMAS DE PRESTACIONES' TO WS-CMP-L-DESC
               MOVE WS-CMP-BENEF TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE 'TOTAL DE APORTACIONES' TO WS-CMP-L-DESC
               MOVE WS-CMP-APORTADO TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA
               MOVE SPACES TO WS-CMP-L-DESC
               MOVE SPACES TO WS-CMP-L-IMPORTE-X
               PERFORM 957-CMP-AGREGA
               MOVE 'COMPENSACION TOTAL DEL ANO' TO WS-CMP-L-DESC
               MOVE WS-CMP-TOTAL TO WS-CMP-L-IMPORTE
               PERFORM 957-CMP-AGREGA.

           957-CMP-AGREGA.
               ADD 1 TO WS-CMP-N
               MOVE WS-CMP-LINEA TO WS-CMP-RENGLON(WS-CMP-N).
