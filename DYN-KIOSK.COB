      *ADMINISTRADO EN DYN-PINMNT, SEPARADO DE OPER-MAST) Y   *
      *VE, SOLO DE SU PROPIO REGISTRO Y SOLO EN LECTURA: SU   *
      *ACUMULADO DEL ANO (YTD-SUE), SU SALDO DE VACACIONES    *
      *(LEAVE-BAL), SUS ULTIMOS PAGOS (PAYHIST), SUS PLANES   *
      *INSCRITOS (ENROLL) Y SU ESTADO DE COMPENSACION TOTAL   *
      *DEL ANO (957-COMPENSACION-ANUAL, EL MISMO DE           *
      *DYN-COMPST) - NADA MAS, NINGUN OTRO ID. TAMBIEN PIDE SU*
      *CONSTANCIA LABORAL: LA SOLICITUD QUEDA EN LA COLA      *
      *LTR-REQ QUE RECURSOS HUMANOS ATIENDE EN DYN-LTRGEN.    *
      *TRES NIP FALLIDOS SEGUIDOS BLOQUEAN EL ACCESO. CADA    *
      *CONSULTA DEJA SU RENGLON EN LA BITACORA KIOSK-LOG.     *
      *********************************************************

           COPY LVBFILE.
           COPY PAYHFILE.
           COPY ENRFILE.
           COPY PAYAFILE.
           COPY DETFILE.
           COPY IMSDETFILE.
           COPY SAVFILE.
           COPY BENFILE.
           COPY LTQFILE.

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
           COPY LVBFD.
           COPY PAYHFD.
           COPY ENRFD.
           COPY PAYAFD.
           COPY DETFD.
           COPY IMSDETFD.
           COPY SAVFD.
           COPY BENFD.
           COPY LTQFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY LVBSTAT.
           COPY PAYHSTAT.
           COPY ENRSTAT.
           COPY PAYASTAT.
           COPY DETSTAT.
           COPY IMSSTAT.
           COPY SAVSTAT.
           COPY BENSTAT.
           COPY CMPWS.
           COPY LTQSTAT.
       01 WS-CMP-I                     PIC 9(02).
       01 WS-CMP-ANO-N                 PIC 9(04).
       01 WS-KLOG-STATUS               PIC X(02).
       01 WS-KIOSKLOG-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\KIOSKLOG.TXT'.
       01 WS-PH-TABLA.
           05 WS-PH-ENT OCCURS 6 TIMES.
               10 WS-PH-T-PERIODO      PIC X(06).
               10 WS-PH-T-BRUTO        PIC 9(07)V99.
               10 WS-PH-T-NETO         PIC 9(07)V99.
       01 WS-PH-USADOS                 PIC 9(02).
       01 WS-PH-I                      PIC 9(02).

                   DISPLAY 'NO TIENE NIP DE KIOSCO; PIDALO EN '
                       'NOMINAS'
               NOT INVALID KEY
                   IF KP-BLOQUEADO = 'S' OR KP-BLOQUEADO = 'R'
                       DISPLAY 'SU NIP ESTA BLOQUEADO; ACUDA A '
                           'NOMINAS'
                   ELSE
           DISPLAY '2. SALDO DE VACACIONES'.
           DISPLAY '3. ULTIMOS PAGOS'.
           DISPLAY '4. PLANES INSCRITOS'.
           DISPLAY '5. ESTADO DE COMPENSACION TOTAL'.
           DISPLAY '6. SOLICITAR CONSTANCIA LABORAL'.
           DISPLAY '9. SALIR'.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN '2' PERFORM 300-VACACIONES
               WHEN '3' PERFORM 400-PAGOS
               WHEN '4' PERFORM 500-PLANES
               WHEN '5' PERFORM 600-COMPENSACION
               WHEN '6' PERFORM 700-CONSTANCIA
               WHEN '9' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
                       END-IF
               END-READ.

      *EL ANO SE PIDE (ENTER = EL ANTERIOR, EL YA CERRADO).
       600-COMPENSACION.
           MOVE 'COMPENSACION' TO WS-VISTA.
           PERFORM 900-BITACORA.
           DISPLAY 'ANO (AAAA, ENTER = ANO ANTERIOR):'.
           MOVE SPACES TO WS-CMP-ANO.
           ACCEPT WS-CMP-ANO.
           IF WS-CMP-ANO = SPACES OR WS-CMP-ANO NOT NUMERIC
               ACCEPT WS-CMP-HOY FROM DATE YYYYMMDD
               MOVE WS-CMP-HOY(1:4) TO WS-CMP-ANO-N
               SUBTRACT 1 FROM WS-CMP-ANO-N
               MOVE WS-CMP-ANO-N TO WS-CMP-ANO
           END-IF.
           PERFORM 957-COMPENSACION-ANUAL.
           DISPLAY SEP.
           DISPLAY 'ESTADO DE COMPENSACION TOTAL ' WS-CMP-ANO.
           DISPLAY SEP.
           PERFORM 610-RENGLON VARYING WS-CMP-I FROM 1 BY 1
               UNTIL WS-CMP-I > WS-CMP-N.
           DISPLAY SEP.

           610-RENGLON.
               DISPLAY WS-CMP-RENGLON(WS-CMP-I).

      *LA CONSTANCIA NO SE IMPRIME AQUI: LA SOLICITUD ENTRA A LA
      *COLA Y RECURSOS HUMANOS LA EMITE CON FOLIO Y FIRMA.
       700-CONSTANCIA.
           MOVE 'CONSTANCIA' TO WS-VISTA.
           PERFORM 900-BITACORA.
           INITIALIZE LTQ-REC.
           MOVE ID-EMPL TO LQ-ID-EMPL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LQ-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LQ-HORA.
           DISPLAY 'LA QUIERE CON SUELDO? S/N'.
           ACCEPT LQ-SUELDO.
           IF LQ-SUELDO NOT = 'S'
               MOVE 'N' TO LQ-SUELDO
           END-IF.
           DISPLAY 'DIRIGIDA A (BANCO, ARRENDADOR, EMBAJADA...):'.
           ACCEPT LQ-SOLICITA.
           DISPLAY 'PARA QUE LA NECESITA:'.
           ACCEPT LQ-PROPOSITO.
           MOVE 'P' TO LQ-EST.
           MOVE WS-LTRREQ-PATH-DFLT TO WS-LTRREQ-PATH.
           DISPLAY 'LTRREQ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LTRREQ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LTRREQ-PATH = SPACES
               MOVE WS-LTRREQ-PATH-DFLT TO WS-LTRREQ-PATH
           END-IF.
           OPEN I-O LTR-REQ.
           IF WS-LTQ-STATUS = '35'
               OPEN OUTPUT LTR-REQ
               CLOSE LTR-REQ
               OPEN I-O LTR-REQ
           END-IF.
           WRITE LTQ-REC
               INVALID KEY
                   DISPLAY 'NO SE PUDO REGISTRAR LA SOLICITUD; '
                       'INTENTE DE NUEVO'
               NOT INVALID KEY
                   DISPLAY 'SOLICITUD REGISTRADA; RECURSOS HUMANOS '
                       'LE ENTREGARA SU CONSTANCIA'
           END-WRITE.
           CLOSE LTR-REQ.

      *CADA CONSULTA DEL KIOSCO DEJA RASTRO: QUIEN, CUANDO Y QUE
      *VISTA ABRIO.
       900-BITACORA.
           WRITE KLOG-REC.
           CLOSE KIOSK-LOG.

           COPY CMPLKUP.
           COPY EMPCHKLKUP.
