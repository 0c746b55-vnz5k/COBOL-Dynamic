      *****************************************************************
      *    TOMA DE REF-MAST LOS VALORES DE REFERENCIA (UMA Y SALARIO  *
      *    MINIMO GENERAL Y DE FRONTERA) VIGENTES EN WS-REF-VIG-PIDE  *
      *    (EN BLANCO = HOY): LA VERSION MAS RECIENTE QUE NO REBASE   *
      *    ESA FECHA, COMO 916-CALCULA-ISR CON TAX-MAST. DEJA         *
      *    WS-REF-HALLO = 'S' Y LOS VALORES EN WS-REF-UMA /           *
      *    WS-REF-SM-GRAL / WS-REF-SM-FRONT; SIN TABLA O SIN VERSION  *
      *    VIGENTE DEJA 'N' Y CEROS (EL LLAMADOR NO RESTRINGE).       *
      *    REQUIERE COPY REFSTAT (CON REFFILE/REFFD) DECLARADO.       *
      *****************************************************************
       984-REF-VIGENTE.
           MOVE 'N' TO WS-REF-HALLO
           MOVE SPACES TO WS-REF-VIG-SEL
           MOVE 0 TO WS-REF-UMA
           MOVE 0 TO WS-REF-SM-GRAL
           MOVE 0 TO WS-REF-SM-FRONT
           IF WS-REF-VIG-PIDE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REF-VIG-PIDE
           END-IF
           MOVE WS-REFMAST-PATH-DFLT TO WS-REFMAST-PATH
           DISPLAY 'REFMAST_PATH' UPON ENVIRONMENT-NAME
           ACCEPT WS-REFMAST-PATH FROM ENVIRONMENT-VALUE
           IF WS-REFMAST-PATH = SPACES
               MOVE WS-REFMAST-PATH-DFLT TO WS-REFMAST-PATH
           END-IF
           OPEN INPUT REF-MAST
           IF WS-REF-STATUS = '00'
               MOVE 0 TO WS-REF-FLAG
               PERFORM 984-REF-SCAN UNTIL WS-REF-FLAG = 1
               CLOSE REF-MAST
           END-IF.

      *LAS VERSIONES SALEN EN ORDEN DE VIGENCIA (ES LA LLAVE):
      *LA ULTIMA QUE NO REBASE LA FECHA PEDIDA ES LA QUE RIGE.
           984-REF-SCAN.
               READ REF-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REF-FLAG
                   NOT AT END
                       IF RF-VIG NOT > WS-REF-VIG-PIDE
                           MOVE 'S' TO WS-REF-HALLO
                           MOVE RF-VIG TO WS-REF-VIG-SEL
                           MOVE RF-UMA TO WS-REF-UMA
                           MOVE RF-SM-GRAL TO WS-REF-SM-GRAL
                           MOVE RF-SM-FRONT TO WS-REF-SM-FRONT
                       ELSE
                           MOVE 1 TO WS-REF-FLAG
                       END-IF
               END-READ.
