      *QUE LOS PAGOS SALGAN POR LOS MISMOS CANALES DE SIEMPRE:*
      *DYN-CHKPAY Y DYN-DEPEXT ACEPTAN EL GRUPO 'E' Y PAGAN   *
      *EL PERIODO SUPLEMENTARIO COMO CUALQUIER OTRO.          *
      *EN MODO NETO GARANTIZADO ('N') SE CAPTURA EL NETO QUE  *
      *DEBE RECIBIR EL EMPLEADO Y EL PROGRAMA BUSCA EL BRUTO  *
      *QUE, QUITANDO EL ISR (916-CALCULA-ISR) Y LA CUOTA IMSS *
      *OBRERA QUE EL PAGO AGREGA A SU BASE (948-CALCULA-IMSS),*
      *DEJA EXACTAMENTE ESE NETO; MUESTRA CADA PASADA DE LA   *
      *BUSQUEDA Y PAGA EL BRUTO HALLADO POR EL MISMO CAMINO,  *
      *CON LA CUOTA IMSS EN LAS DEDUCCIONES DEL RENGLON.      *
      *EN MODO VIATICOS ('V') NO SE CAPTURA IMPORTE: A CADA   *
      *EMPLEADO SE LE PAGA LO APROBADO EN VIA-MAST PARA LA    *
      *CORRIDA SUPLEMENTARIA (972-CALCULA-VIATICOS). LA PARTE *
      *GRAVADA ES EL BRUTO Y PASA POR EL ISR; LA EXENTA Y LOS *
      *ANTICIPOS VAN DERECHO AL NETO, EL ANTICIPO QUE CUBRIO  *
      *UNA COMPROBACION SE DESCUENTA Y TODO QUEDA EN DEDDET.  *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY PAYHFILE.
           COPY TAXFILE.
           COPY JRNFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY REFFILE.
           COPY DETFILE.
           COPY VIAFILE.

       DATA DIVISION.
       FILE SECTION.
       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS               PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY PAYHFD.
           COPY TAXFD.
           COPY JRNFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY REFFD.
           COPY DETFD.
           COPY VIAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY AUDITSTAT.
           COPY PAYHSTAT.
           COPY TAXSTAT.
           COPY IMSSTAT.
           COPY REFSTAT.
           COPY DETSTAT.
           COPY VIASTAT.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-ID-PIDE                   PIC 9(06).
       01 WS-MONTO                     PIC 9(07)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-TOTAL-PAGADO              PIC 9(09)V99 VALUE 0.
      *MODO DE CAPTURA: 'B' IMPORTE BRUTO, 'N' NETO GARANTIZADO,
      *'V' VIATICOS APROBADOS PARA LA CORRIDA SUPLEMENTARIA.
       01 WS-MODO-SUP                  PIC X VALUE 'B'.
      *BUSQUEDA DEL BRUTO PARA UN NETO GARANTIZADO.
       01 WS-BRUTO-PRUEBA              PIC 9(07)V99.
       01 WS-IMSS-SIN-BONO             PIC 9(07)V99.
       01 WS-IMSS-BONO                 PIC 9(07)V99 VALUE 0.
       01 WS-DIF                       PIC S9(07)V99.
       01 WS-PASADA                    PIC 9(02).
       01 WS-GU-LISTO                  PIC X.
       01 WS-TRAZA.
           05 FILLER                   PIC X(08) VALUE 'PASADA '.
           05 WS-T-PASADA              PIC Z9.
           05 FILLER                   PIC X(08) VALUE '  BRUTO '.
           05 WS-T-BRUTO               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE '  ISR '.
           05 WS-T-ISR                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(07) VALUE '  IMSS '.
           05 WS-T-IMSS                PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(07) VALUE '  NETO '.
           05 WS-T-NETO                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE '  DIF '.
           05 WS-T-DIF                 PIC -ZZZ,ZZ9.99.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY '     CORRIDA SUPLEMENTARIA (FUERA DE CICLO)'.
           DISPLAY SEP.
           PERFORM 050-PIDE-PERIODO.
           PERFORM 060-PIDE-MODO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           DISPLAY SEP.
           DISPLAY 'PAGOS SUPLEMENTARIOS: ' WS-CONTADOR.
           DISPLAY 'TOTAL BRUTO PAGADO: ' WS-TOTAL-PAGADO.
           IF WS-MODO-SUP = 'N'
               DISPLAY 'MODO NETO GARANTIZADO (BRUTO CALCULADO)'
           END-IF.
           IF WS-MODO-SUP = 'V'
               DISPLAY 'MODO VIATICOS (BRUTO = PARTE GRAVADA)'
           END-IF.
           DISPLAY 'EMITA LOS PAGOS CON DYN-CHKPAY / DYN-DEPEXT '
               '(GRUPO E, PERIODO ' WS-PH-PERIODO ').'.
           DISPLAY SEP.
                   PERFORM 050-PIDE-PERIODO
               END-IF.

      *EN NETO GARANTIZADO LA CUOTA IMSS DEL PAGO SE MIDE CON LA
      *COMPANIA, LA PRIMA Y EL TOPE DE 25 UMA QUE RIGEN EN EL
      *PERIODO, IGUAL QUE EN DYN-PAYRUN; EL DETALLE IMSDET SOLO
      *LO DEJA LA CORRIDA DE NOMINA.
           060-PIDE-MODO.
               DISPLAY 'MODO: B = IMPORTE BRUTO, '
                   'N = NETO GARANTIZADO, V = VIATICOS APROBADOS'
               ACCEPT WS-MODO-SUP
               IF WS-MODO-SUP NOT = 'B' AND WS-MODO-SUP NOT = 'N'
                   AND WS-MODO-SUP NOT = 'V'
                   DISPLAY 'MODO INVALIDO'
                   PERFORM 060-PIDE-MODO
               ELSE
                   IF WS-MODO-SUP = 'V'
                       MOVE 'S' TO WS-DET-GRABA
                       MOVE WS-PH-PERIODO TO WS-DET-PERIODO
                       MOVE 'S' TO WS-VIA-APLICA
                       MOVE 'S' TO WS-VIA-RUTA
                       MOVE 'E' TO WS-VIA-GRUPO
                       MOVE 'E' TO WS-DET-GRUPO
                   END-IF
                   IF WS-MODO-SUP = 'N'
                       MOVE WS-PH-PERIODO TO WS-IMSS-PERIODO
                       MOVE 'N' TO WS-IMSS-APLICA
                       MOVE SPACES TO WS-REF-VIG-PIDE
                       STRING WS-PH-PERIODO '01' DELIMITED BY SIZE
                           INTO WS-REF-VIG-PIDE
                       PERFORM 984-REF-VIGENTE
                       IF WS-REF-HALLO = 'S'
                           COMPUTE WS-SDI-TOPE = WS-REF-UMA * 25
                       END-IF
                   END-IF
               END-IF.

           100-CAPTURA.
               DISPLAY SEP
               DISPLAY 'ID DEL EMPLEADO (999999 = TERMINAR):'
                               DISPLAY 'ID INACTIVO (BAJA); NO SE '
                                   'LE PAGA SUPLEMENTARIO'
                           ELSE
                               IF WS-MODO-SUP = 'V'
                                   PERFORM 220-PAGA-VIATICOS
                               ELSE
                                   PERFORM 200-PAGA-UNO
                               END-IF
                           END-IF
                   END-READ
               END-IF.
      *QUE 200-PAGA DE DYN-PAYRUN PERO SIN PERCTL NI DEDUCCIONES
      *DE PLANES/JUDICIALES (ES UN PAGO UNICO, NO UN PERIODO).
           200-PAGA-UNO.
               MOVE 0 TO WS-IMSS-BONO
               IF WS-MODO-SUP = 'N'
                   DISPLAY 'NETO GARANTIZADO A PAGAR:'
               ELSE
                   DISPLAY 'IMPORTE BRUTO A PAGAR:'
               END-IF
               ACCEPT WS-MONTO
               IF WS-MONTO = 0
                   DISPLAY 'IMPORTE CERO, SE IGNORA'
               ELSE
                   IF WS-MODO-SUP = 'N'
                       PERFORM 250-BRUTO-DE-NETO
                   ELSE
                       MOVE WS-MONTO TO WS-PAGO-CALC
                       PERFORM 916-CALCULA-ISR
                   END-IF
                   ADD WS-PAGO-CALC TO YTD-SUE
                   REWRITE REG-EMPL
                   MOVE 'R' TO WS-JRN-OP
                   PERFORM 300-PAYHIST-SUP
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' BRUTO: '
                       WS-PAGO-CALC ' ISR: ' WS-ISR-CALC
                       ' IMSS: ' WS-IMSS-BONO ' NETO: ' WS-NETO-CALC
                       ' YTD: ' YTD-SUE
                   MOVE 'DYNSUPRN' TO WS-AUD-PROGRAMA
                   MOVE 'E' TO WS-AUD-OPER
                   MOVE SPACES TO WS-AUD-OPER-ID
                   ADD 1 TO WS-CONTADOR
               END-IF.

      *VIATICOS APROBADOS PARA LA CORRIDA SUPLEMENTARIA: LA PARTE
      *GRAVADA ES EL BRUTO DEL RENGLON (ISR Y YTD-SUE), LO EXENTO
      *Y LOS ANTICIPOS SE SUMAN AL NETO Y EL ANTICIPO QUE CUBRIO
      *UNA COMPROBACION SE RESTA Y VIAJA EN LAS DEDUCCIONES.
           220-PAGA-VIATICOS.
               MOVE 0 TO WS-IMSS-BONO
               PERFORM 972-CALCULA-VIATICOS
               IF WS-VIA-EXE = 0 AND WS-VIA-GRAV = 0
                   AND WS-VIA-ANT = 0 AND WS-VIA-ANTPAG = 0
                   DISPLAY 'SIN VIATICOS APROBADOS PARA LA CORRIDA '
                       'SUPLEMENTARIA'
               ELSE
                   MOVE WS-VIA-GRAV TO WS-PAGO-CALC
                   IF WS-PAGO-CALC > 0
                       PERFORM 916-CALCULA-ISR
                   ELSE
                       MOVE 0 TO WS-ISR-CALC
                       MOVE 0 TO WS-NETO-CALC
                   END-IF
                   IF WS-ISR-CALC > 0
                       MOVE 'I' TO WS-DET-TIPO
                       MOVE 'ISR' TO WS-DET-CLAVE
                       MOVE 'IMPUESTO RETENIDO' TO WS-DET-DESC
                       MOVE WS-ISR-CALC TO WS-DET-MONTO
                       PERFORM 962-DED-DETALLE
                   END-IF
                   PERFORM 972-VIA-RECUPERA
                   ADD WS-PAGO-CALC TO YTD-SUE
                   REWRITE REG-EMPL
                   MOVE 'R' TO WS-JRN-OP
                   PERFORM 937-JOURNAL
                   PERFORM 990-CHK-EMP-STATUS
                   PERFORM 300-PAYHIST-SUP
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' EXENTO: ' WS-VIA-EXE
                       ' GRAVADO: ' WS-VIA-GRAV ' ISR: ' WS-ISR-CALC
                       ' ANTICIPO PAGADO: ' WS-VIA-ANTPAG
                       ' ANTICIPO DESCONTADO: ' WS-VIA-ANT
                       ' NETO: ' WS-NETO-CALC
                   MOVE 'DYNSUPRN' TO WS-AUD-PROGRAMA
                   MOVE 'E' TO WS-AUD-OPER
                   MOVE SPACES TO WS-AUD-OPER-ID
                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                   PERFORM 903-AUDITORIA
                   ADD WS-PAGO-CALC TO WS-TOTAL-PAGADO
                   ADD 1 TO WS-CONTADOR
               END-IF.

      *BRUTO PARA UN NETO GARANTIZADO. LA CUOTA IMSS DEL PAGO ES
      *LO QUE SUBE LA CUOTA OBRERA DEL MES AL SUMARLO A LA BASE
      *(CON EL TOPE, UN SUELDO YA TOPADO NO PAGA MAS). SE PARTE
      *DE BRUTO = NETO Y EN CADA PASADA SE SUMA AL BRUTO LO QUE
      *LE FALTA AL NETO: COMO ISR + IMSS NUNCA SE COMEN TODO UN
      *PESO ADICIONAL, EL NETO SUBE SIN PASARSE Y LAS ULTIMAS
      *PASADAS AJUSTAN CENTAVO A CENTAVO HASTA EMPATAR.
           250-BRUTO-DE-NETO.
               MOVE 0 TO WS-IMSS-VARIABLE
               PERFORM 948-CALCULA-IMSS
               MOVE WS-IMSS-OBR TO WS-IMSS-SIN-BONO
               MOVE WS-MONTO TO WS-BRUTO-PRUEBA
               MOVE 0 TO WS-PASADA
               MOVE 'N' TO WS-GU-LISTO
               DISPLAY 'BUSQUEDA DEL BRUTO PARA NETO ' WS-MONTO
               PERFORM 260-PASADA UNTIL WS-GU-LISTO = 'S'.

           260-PASADA.
               ADD 1 TO WS-PASADA
               PERFORM 270-NETO-DE-BRUTO
               COMPUTE WS-DIF = WS-MONTO - WS-NETO-CALC
               MOVE WS-PASADA TO WS-T-PASADA
               MOVE WS-PAGO-CALC TO WS-T-BRUTO
               MOVE WS-ISR-CALC TO WS-T-ISR
               MOVE WS-IMSS-BONO TO WS-T-IMSS
               MOVE WS-NETO-CALC TO WS-T-NETO
               MOVE WS-DIF TO WS-T-DIF
               DISPLAY WS-TRAZA
               IF WS-DIF = 0
                   MOVE 'S' TO WS-GU-LISTO
               ELSE
                   IF WS-PASADA = 99
                       DISPLAY 'NO SE EMPATO EL NETO; SE PAGA EL '
                           'BRUTO DE LA ULTIMA PASADA'
                       MOVE 'S' TO WS-GU-LISTO
                   ELSE
                       ADD WS-DIF TO WS-BRUTO-PRUEBA
                   END-IF
               END-IF.

      *NETO QUE DEJA UN BRUTO: ISR DE TAX-MAST SOBRE EL PAGO Y LA
      *CUOTA IMSS OBRERA QUE EL PAGO AGREGA.
           270-NETO-DE-BRUTO.
               MOVE WS-BRUTO-PRUEBA TO WS-PAGO-CALC
               PERFORM 916-CALCULA-ISR
               MOVE WS-BRUTO-PRUEBA TO WS-IMSS-VARIABLE
               PERFORM 948-CALCULA-IMSS
               MOVE 0 TO WS-IMSS-VARIABLE
               MOVE 0 TO WS-IMSS-BONO
               IF WS-IMSS-OBR > WS-IMSS-SIN-BONO
                   COMPUTE WS-IMSS-BONO =
                       WS-IMSS-OBR - WS-IMSS-SIN-BONO
               END-IF
               IF WS-IMSS-BONO > WS-NETO-CALC
                   MOVE 0 TO WS-NETO-CALC
               ELSE
                   SUBTRACT WS-IMSS-BONO FROM WS-NETO-CALC
               END-IF.

      *DETALLE DEL PAGO SUPLEMENTARIO: MISMO LAYOUT QUE LA
      *CORRIDA REGULAR PERO CON GRUPO 'E', PARA QUE LOS CANALES
      *DE PAGO Y LAS CONSULTAS LO DISTINGAN DEL CICLO NORMAL.
               MOVE WS-PAGO-CALC TO PH-PAGO-BRUTO
               MOVE WS-ISR-CALC TO PH-ISR
               MOVE WS-NETO-CALC TO PH-NETO
               COMPUTE PH-DEDUC = WS-IMSS-BONO + WS-VIA-ANT
               MOVE 'E' TO PH-GRUPO
               MOVE 0 TO PH-SEC
               MOVE 'N' TO WS-PH-LISTO
           COPY TAXLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY IMSLKUP.
           COPY REFLKUP.
           COPY DETLKUP.
           COPY VIALKUP.
