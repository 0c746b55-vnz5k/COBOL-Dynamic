      *EL TALON DE UN EMPLEADO Y PERIODO A PARTIR DEL RENGLON *
      *DE PAYHIST (PERCEPCIONES: BRUTO, HORAS) Y DEL DETALLE  *
      *POR CONCEPTO DE DEDDET (IMPUESTO, CADA PLAN POR        *
      *NOMBRE, CADA CASO JUDICIAL, PRESTAMOS, FONDO, IMSS;    *
      *EL SUBSIDIO PARA EL EMPLEO Y LOS CONCEPTOS DE          *
      *LIQUIDACION VAN EN SU RENGLON CON LAS PERCEPCIONES),   *
      *CON EL NETO Y EL ACUMULADO DEL ANO (YTD-SUE DEL        *
      *MAESTRO) AL PIE - PARA QUE "POR QUE MI NETO VIENE      *
      *CORTO" SE CONTESTE ENTREGANDO EL TALON Y NO            *
      *REDERIVANDO PRIMAS Y CASOS A MANO.                     *
      *FIRMA AL OPERADOR; RFC Y NSS SALEN ENMASCARADOS SEGUN  *
      *SU ROL (MSKLKUP) Y UN SUPERVISOR LOS DESTAPA CON       *
      *MOTIVO EN SDA-LOG.                                     *
      *LOS VALES DE DESPENSA (DEDDET 'W') SALEN CON LAS       *
      *PERCEPCIONES, EXENTO Y GRAVADO POR SEPARADO, IGUAL QUE *
      *LOS VIATICOS Y ANTICIPOS DE VIAJE (DEDDET 'Y'); EL     *
      *ANTICIPO QUE SE RECUPERA SALE CON LAS DEDUCCIONES.     *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-EMP-STATUS.
           COPY PAYHFILE.
           COPY DETFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

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
           COPY DETFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY DETSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-VER                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DET-FLAG                  PIC 9.
       01 WS-ID-BUSCA                  PIC 9(06).
       01 WS-PER-BUSCA                 PIC X(06).
       01 WS-ENCONTRADOS               PIC 9(03).
       01 WS-DET-LISTADOS              PIC 9(03).
      *'P' LISTA LOS CONCEPTOS QUE NO SON DEDUCCION (LIQUIDACION
      *'L' Y SUBSIDIO PARA EL EMPLEO 'E'), 'D' LAS DEDUCCIONES.
       01 WS-DET-MODO                  PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY SEP.
           DISPLAY '        IMPRESION DE RECIBO DE NOMINA'.
           DISPLAY SEP.
           MOVE 'DYNPAYSL' TO WS-SES-PROGRAMA.
           MOVE 'DYNPAYSL' TO WS-SDA-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 960-MSK-PERMISO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 100-CONSULTA UNTIL WS-ID-BUSCA = 999.
           CLOSE EMPLEADO.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-CONSULTA.
                   INVALID KEY
                       DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   NOT INVALID KEY
                       PERFORM 150-ENMASCARA
                       PERFORM 200-RECIBO
               END-READ
           END-IF.

      *UN SUPERVISOR SIN LA FUNCION 10 PUEDE DESTAPAR LOS TALONES
      *DEL EMPLEADO CONSULTADO.
       150-ENMASCARA.
           MOVE 'N' TO WS-MSK-REG.
           PERFORM 961-MSK-APLICA.
           IF WS-MSK-VER NOT = 'S' AND WS-MSK-ROL = 'S'
               DISPLAY 'IMPRIMIR RFC Y NSS COMPLETOS? S/N'
               ACCEPT WS-VER
               IF WS-VER = 'S'
                   PERFORM 962-MSK-DESTAPA
               END-IF
           END-IF.

       200-RECIBO.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
               DISPLAY SEP
               DISPLAY 'EMPLEADO: ' ID-EMPL ' ' NOM-EMPL
               DISPLAY 'DEPTO:    ' CLV-DEP ' ' NOM-DEP
               DISPLAY 'RFC:      ' WS-MSK-RFC '   NSS: ' WS-MSK-NSS
               DISPLAY 'PERIODO:  ' PH-PERIODO '  GRUPO: ' PH-GRUPO
                   '  FECHA DE PAGO: ' PH-FECHA
               DISPLAY SEP
                   DISPLAY '  HORAS NORMALES ' PH-HORAS-TRAB
                       '  HORAS EXTRA ' PH-HORAS-EXTRA
               END-IF
               MOVE 'P' TO WS-DET-MODO
               PERFORM 400-DETALLE-DEDUC
               DISPLAY 'DEDUCCIONES'
               MOVE 'D' TO WS-DET-MODO
               PERFORM 400-DETALLE-DEDUC
               IF WS-DET-LISTADOS = 0
                   DISPLAY '  IMPUESTO RETENIDO           ' PH-ISR

      *DESGLOSE POR CONCEPTO DESDE DEDDET; PARA CORRIDAS
      *ANTERIORES AL DESGLOSE SE IMPRIMEN LOS TOTALES DEL
      *RENGLON DE PAYHIST. SOLO SALE EL DETALLE DEL GRUPO DEL
      *TALON.
           400-DETALLE-DEDUC.
               MOVE 0 TO WS-DET-LISTADOS
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
                   NOT AT END
                       IF DD-ID-EMPL = WS-ID-BUSCA
                           AND DD-PERIODO = WS-PER-BUSCA
                           AND (DD-GRUPO = PH-GRUPO OR DD-GRUPO = SPACE
                               OR (DD-GRUPO = 'M' AND PH-GRUPO = SPACE))
                           PERFORM 402-DETALLE-MUESTRA
                       END-IF
               END-READ.

      *EL SUBSIDIO PARA EL EMPLEO SALE EN SU PROPIO RENGLON CON
      *LAS PERCEPCIONES: YA VIENE RESTADO DEL IMPUESTO RETENIDO.
      *LAS PRIMAS DOMINICAL Y DE FESTIVO TAMBIEN SON PERCEPCION,
      *IGUAL QUE LA COMISION / DESTAJO Y SU COMPLEMENTO AL MINIMO
      *Y LOS PREMIOS DE PUNTUALIDAD Y ASISTENCIA, EL TIEMPO
      *EXTRA Y LAS PRIMAS DE TURNO Y VACACIONAL. LOS VALES DE
      *DESPENSA SALEN CON LAS PERCEPCIONES AUNQUE SE ENTREGAN EN
      *ESPECIE Y NO ESTAN EN EL NETO. LOS VIATICOS Y EL ANTICIPO
      *DE VIAJE PAGADO SON PERCEPCION; EL ANTICIPO QUE CUBRIO UNA
      *COMPROBACION ('VIAANT') SE DESCONTO Y VA CON LAS
      *DEDUCCIONES.
           402-DETALLE-MUESTRA.
               IF DD-TIPO = 'L' OR DD-TIPO = 'E'
                   OR DD-TIPO = 'D' OR DD-TIPO = 'H'
                   OR DD-TIPO = 'V' OR DD-TIPO = 'G'
                   OR DD-TIPO = 'A' OR DD-TIPO = 'X'
                   OR DD-TIPO = 'T' OR DD-TIPO = 'R'
                   OR DD-TIPO = 'W'
                   OR (DD-TIPO = 'Y' AND DD-CLAVE NOT = 'VIAANT')
                   IF WS-DET-MODO = 'P'
                       DISPLAY '  ' DD-DESC ' (' DD-CLAVE ') '
                           DD-MONTO
                   END-IF
               ELSE
                   IF WS-DET-MODO = 'D'
                       DISPLAY '  ' DD-DESC ' (' DD-CLAVE ') '
                           DD-MONTO
                       ADD 1 TO WS-DET-LISTADOS
                   END-IF
               END-IF.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY MSKLKUP.
