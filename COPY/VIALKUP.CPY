      *****************************************************************
      *    TOMA DE VIA-MAST LO APROBADO DEL EMPLEADO EN TURNO QUE SE  *
      *    PAGA POR LA RUTA WS-VIA-RUTA ('N' NOMINA / 'S' CORRIDA     *
      *    SUPLEMENTARIA). DE LAS COMPROBACIONES SUMA LA PARTE EXENTA *
      *    EN WS-VIA-EXE, LA GRAVADA EN WS-VIA-GRAV Y EL ANTICIPO YA  *
      *    ENTREGADO QUE LAS CUBRIO EN WS-VIA-ANT; DE LOS ANTICIPOS   *
      *    APROBADOS, LO QUE SE ENTREGA AHORA EN WS-VIA-ANTPAG. EL    *
      *    LLAMADOR SUMA WS-VIA-GRAV AL BRUTO ANTES DEL ISR Y, YA     *
      *    CALCULADO EL NETO, PERFORMA 972-VIA-RECUPERA, QUE LE SUMA  *
      *    WS-VIA-EXE + WS-VIA-ANTPAG Y LE RESTA DEL ANTICIPO SOLO LO *
      *    QUE EL NETO ALCANZA A CUBRIR (WS-VIA-ANT QUEDA CON LO      *
      *    REALMENTE DESCONTADO); LO QUE NO ALCANZA VUELVE A ABRIRSE  *
      *    EN LOS ANTICIPOS, DEL MAS RECIENTE AL MAS VIEJO, PARA QUE  *
      *    LO COMPRUEBE OTRA COMPROBACION O PASE A LOAN-MAST, Y LO    *
      *    REABIERTO SE LE QUITA AL VI-ANT-APL DE LAS COMPROBACIONES  *
      *    PAGADAS, QUE QUEDA CON LO REALMENTE DESCONTADO.            *
      *    CON WS-VIA-APLICA = 'S' LO TOMADO QUEDA                    *
      *    PAGADO ('P') CON EL PERIODO WS-DET-PERIODO Y EL GRUPO      *
      *    WS-VIA-GRUPO; UN ANTICIPO PAGADO SIGUE ABIERTO HASTA QUE   *
      *    LO COMPRUEBE UNA COMPROBACION O SU SALDO PASE A LOAN-MAST  *
      *    (DYN-VIAMNT). CON WS-VIA-BAJA = 'S' (FINIQUITO) TOMA LAS   *
      *    COMPROBACIONES APROBADAS SEA CUAL SEA SU RUTA Y NO ENTREGA *
      *    ANTICIPOS. CON WS-DET-GRABA = 'S' DEJA EN DEDDET LOS       *
      *    RENGLONES 'Y' (CLAVES VIAEXE, VIAGRV Y VIAANTP; VIAANT LO  *
      *    ESCRIBE 972-VIA-RECUPERA CON EL IMPORTE DESCONTADO).       *
      *    SIN ARCHIVO NO HAY VIATICOS. REQUIERE ID-EMPL, COPY        *
      *    VIAFILE/VIAFD/VIASTAT, DETSTAT CON DETLKUP Y TAXSTAT       *
      *    (WS-NETO-CALC).                                            *
      *****************************************************************
       972-CALCULA-VIATICOS.
           MOVE 0 TO WS-VIA-EXE
           MOVE 0 TO WS-VIA-GRAV
           MOVE 0 TO WS-VIA-ANT
           MOVE 0 TO WS-VIA-ANTPAG
           MOVE 0 TO WS-VIA-C-USADOS
           MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
           DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-VIAMAST-PATH = SPACES
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
           END-IF
           IF WS-VIA-APLICA = 'S'
               OPEN I-O VIA-MAST
           ELSE
               OPEN INPUT VIA-MAST
           END-IF
           IF WS-VIA-STATUS = '00'
               MOVE 0 TO WS-VIA-FLAG
               MOVE ID-EMPL TO VI-ID-EMPL
               MOVE 0 TO VI-FOLIO
               START VIA-MAST KEY IS NOT LESS THAN VI-KEY
                   INVALID KEY MOVE 1 TO WS-VIA-FLAG
               END-START
               PERFORM 972-VIA-LEE UNTIL WS-VIA-FLAG = 1
               CLOSE VIA-MAST
           END-IF
           IF WS-DET-GRABA = 'S'
               PERFORM 972-VIA-DETALLE
           END-IF.

           972-VIA-LEE.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-VIA-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-VIA-FLAG
                       ELSE
                           IF VI-EST = 'A'
                               PERFORM 972-VIA-RUTA
                           END-IF
                       END-IF
               END-READ.

           972-VIA-RUTA.
               IF WS-VIA-BAJA = 'S'
                   IF VI-TIPO NOT = 'A'
                       PERFORM 972-VIA-TOMA
                   END-IF
               ELSE
                   IF VI-PAGO-VIA = WS-VIA-RUTA
                       PERFORM 972-VIA-TOMA
                   END-IF
               END-IF.

           972-VIA-TOMA.
               IF VI-TIPO = 'A'
                   ADD VI-TOTAL TO WS-VIA-ANTPAG
               ELSE
                   ADD VI-EXENTO TO WS-VIA-EXE
                   ADD VI-GRAVADO TO WS-VIA-GRAV
                   ADD VI-ANT-APL TO WS-VIA-ANT
                   IF VI-ANT-APL > 0 AND WS-VIA-C-USADOS < 50
                       ADD 1 TO WS-VIA-C-USADOS
                       MOVE VI-FOLIO TO WS-VIA-C-FOLIO(WS-VIA-C-USADOS)
                   END-IF
               END-IF
               IF WS-VIA-APLICA = 'S'
                   MOVE 'P' TO VI-EST
                   MOVE WS-DET-PERIODO TO VI-PERIODO
                   MOVE WS-VIA-GRUPO TO VI-GRUPO
                   MOVE FUNCTION CURRENT-DATE (1:8) TO VI-F-PAGO
                   REWRITE VIA-REC
               END-IF.

           972-VIA-DETALLE.
               MOVE 'Y' TO WS-DET-TIPO
               IF WS-VIA-EXE > 0
                   MOVE 'VIAEXE' TO WS-DET-CLAVE
                   MOVE 'VIATICOS EXENTOS' TO WS-DET-DESC
                   MOVE WS-VIA-EXE TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-VIA-GRAV > 0
                   MOVE 'VIAGRV' TO WS-DET-CLAVE
                   MOVE 'VIATICOS GRAVADOS' TO WS-DET-DESC
                   MOVE WS-VIA-GRAV TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-VIA-ANTPAG > 0
                   MOVE 'VIAANTP' TO WS-DET-CLAVE
                   MOVE 'ANTICIPO DE VIATICOS' TO WS-DET-DESC
                   MOVE WS-VIA-ANTPAG TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF.

      *EL ANTICIPO SE DESCUENTA HASTA DONDE LLEGA EL NETO MAS LO
      *QUE DE VIATICOS SE ENTREGA EN ESTE PAGO; NUNCA DEJA EL NETO
      *NEGATIVO NI REGISTRA UN DESCUENTO QUE NO SE HIZO.
       972-VIA-RECUPERA.
           COMPUTE WS-VIA-NETO = WS-NETO-CALC + WS-VIA-EXE
               + WS-VIA-ANTPAG
           MOVE 0 TO WS-VIA-FALTA
           IF WS-VIA-ANT > WS-VIA-NETO
               COMPUTE WS-VIA-FALTA = WS-VIA-ANT - WS-VIA-NETO
               MOVE WS-VIA-NETO TO WS-VIA-ANT
           END-IF
           COMPUTE WS-NETO-CALC = WS-VIA-NETO - WS-VIA-ANT
           IF WS-DET-GRABA = 'S' AND WS-VIA-ANT > 0
               MOVE 'Y' TO WS-DET-TIPO
               MOVE 'VIAANT' TO WS-DET-CLAVE
               MOVE 'ANTICIPO COMPROBADO' TO WS-DET-DESC
               MOVE WS-VIA-ANT TO WS-DET-MONTO
               PERFORM 962-DED-DETALLE
           END-IF
           IF WS-VIA-FALTA > 0
               DISPLAY '        ANTICIPO DE VIATICOS NO CUBIERTO POR '
                   'EL NETO: ' WS-VIA-FALTA ' QUEDA ABIERTO'
               IF WS-VIA-APLICA = 'S'
                   PERFORM 972-VIA-REABRE
               END-IF
           END-IF.

      *SE JUNTAN LOS ANTICIPOS YA APLICADOS DEL EMPLEADO (NO
      *PASADOS A PRESTAMO) Y SE DESAPLICA DEL ULTIMO HACIA ATRAS,
      *AL REVES DE COMO LOS APLICO DYN-VIAAPR. LO QUE SE REABRIO
      *SE DESCARGA DE LAS COMPROBACIONES DE ESTE PAGO, TAMBIEN DE
      *LA ULTIMA HACIA ATRAS.
           972-VIA-REABRE.
               MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               DISPLAY 'VIAMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-VIAMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-VIAMAST-PATH = SPACES
                   MOVE WS-VIAMAST-PATH-DFLT TO WS-VIAMAST-PATH
               END-IF
               OPEN I-O VIA-MAST
               IF WS-VIA-STATUS = '00'
                   MOVE 0 TO WS-VIA-T-USADOS
                   MOVE 0 TO WS-VIA-FLAG
                   MOVE ID-EMPL TO VI-ID-EMPL
                   MOVE 0 TO VI-FOLIO
                   START VIA-MAST KEY IS NOT LESS THAN VI-KEY
                       INVALID KEY MOVE 1 TO WS-VIA-FLAG
                   END-START
                   PERFORM 972-VIA-JUNTA UNTIL WS-VIA-FLAG = 1
                   MOVE WS-VIA-FALTA TO WS-VIA-REAB
                   MOVE WS-VIA-T-USADOS TO WS-VIA-T-I
                   PERFORM 972-VIA-DESAPLICA UNTIL WS-VIA-T-I = 0
                       OR WS-VIA-FALTA = 0
                   SUBTRACT WS-VIA-FALTA FROM WS-VIA-REAB
                   MOVE WS-VIA-C-USADOS TO WS-VIA-T-I
                   PERFORM 972-VIA-DESCARGA UNTIL WS-VIA-T-I = 0
                       OR WS-VIA-REAB = 0
                   CLOSE VIA-MAST
               END-IF
               IF WS-VIA-FALTA > 0
                   DISPLAY '        SIN ANTICIPO DONDE REABRIR '
                       WS-VIA-FALTA
               END-IF.

           972-VIA-JUNTA.
               READ VIA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-VIA-FLAG
                   NOT AT END
                       IF VI-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-VIA-FLAG
                       ELSE
                           IF VI-TIPO = 'A' AND VI-ANT-APL > 0
                               AND VI-PRESTAMO = SPACES
                               AND (VI-EST = 'P' OR VI-EST = 'L')
                               AND WS-VIA-T-USADOS < 50
                               ADD 1 TO WS-VIA-T-USADOS
                               MOVE VI-FOLIO TO
                                   WS-VIA-T-FOLIO(WS-VIA-T-USADOS)
                           END-IF
                       END-IF
               END-READ.

           972-VIA-DESAPLICA.
               MOVE ID-EMPL TO VI-ID-EMPL
               MOVE WS-VIA-T-FOLIO(WS-VIA-T-I) TO VI-FOLIO
               READ VIA-MAST KEY IS VI-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VI-ANT-APL > WS-VIA-FALTA
                           MOVE WS-VIA-FALTA TO WS-VIA-DEV
                       ELSE
                           MOVE VI-ANT-APL TO WS-VIA-DEV
                       END-IF
                       SUBTRACT WS-VIA-DEV FROM VI-ANT-APL
                       SUBTRACT WS-VIA-DEV FROM WS-VIA-FALTA
                       MOVE 'P' TO VI-EST
                       REWRITE VIA-REC
                       DISPLAY '        ANTICIPO ' VI-FOLIO
                           ' REABIERTO POR ' WS-VIA-DEV
               END-READ
               SUBTRACT 1 FROM WS-VIA-T-I.

           972-VIA-DESCARGA.
               MOVE ID-EMPL TO VI-ID-EMPL
               MOVE WS-VIA-C-FOLIO(WS-VIA-T-I) TO VI-FOLIO
               READ VIA-MAST KEY IS VI-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VI-ANT-APL > WS-VIA-REAB
                           MOVE WS-VIA-REAB TO WS-VIA-DEV
                       ELSE
                           MOVE VI-ANT-APL TO WS-VIA-DEV
                       END-IF
                       SUBTRACT WS-VIA-DEV FROM VI-ANT-APL
                       SUBTRACT WS-VIA-DEV FROM WS-VIA-REAB
                       REWRITE VIA-REC
                       DISPLAY '        COMPROBACION ' VI-FOLIO
                           ' ANTICIPO APLICADO MENOS ' WS-VIA-DEV
               END-READ
               SUBTRACT 1 FROM WS-VIA-T-I.
