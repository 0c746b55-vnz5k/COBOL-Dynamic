      *PROGRAMA - FILTRO PREVIO A LA NOMINA (EDIT GATE).      *
      *OBLIGATORIO ANTES DE DYN-PAYRUN: RECORRE EMPLEADO Y    *
      *REPORTA EXCEPCIONES AGRUPADAS POR SEVERIDAD -          *
      *GRAVES (POR-HORA SIN HORAS CARGADAS, COMISION O DESTAJO*
      *SIN PRODUCCION CARGADA (DYN-VARLOAD), SUELDO FUERA DE   *
      *LA BANDA DEL DEPTO, SUELDO DEBAJO DEL SALARIO MINIMO   *
      *DE LA ZONA, DEPARTAMENTO SOBRE SU TOPE DE              *
      *DEPBUD-MAST) Y AVISOS (SUELDO DISTINTO AL TABULADO DE  *
      *RATE-MAST) - Y DEJA EL VISTO BUENO EN EL REGISTRO DE   *
      *CONTROL DEL PERIODO (PC-GO-NOGO): 'G' SIN GRAVES, 'N'  *
      *CON GRAVES. DYN-PAYRUN SE REHUSA A ARRANCAR SIN LA 'G'.*
      *ES EL PASO 01 DEL CICLO DE NOMINA: ABRE EN CYC-CTL EL  *
      *REGISTRO DEL GRUPO Y PERIODO Y ANOTA QUIEN LO CORRIO   *
      *('C' CON GO, 'E' CON NO-GO); LOS DEMAS PASOS ESPERAN   *
      *SU TURNO CONTRA ESE REGISTRO (DYN-CICLO LO MUESTRA).   *
      *EL EMPLEADO EN LICENCIA (EMP-STATUS 'L') NO SE REVISA: *
      *SOLO SE AVISA QUE LA CORRIDA NO LE PAGA ESOS DIAS.     *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY DEPBUDFILE.
           COPY PERCFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY CONFILE.
           COPY LOCFILE.
           COPY REFFILE.
           COPY CYCFILE.
           COPY OPERFILE.
           COPY SESFILE.

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
           COPY DEPBUDFD.
           COPY PERCFD.
           COPY SHFFD.
           COPY VARFD.
           COPY CONFD.
           COPY LOCFD.
           COPY REFFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY CONSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY DEPBUDSTAT.
           COPY PERCSTAT.
           COPY LOCSTAT.
           COPY REFSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-GRAVES                    PIC 9(05) VALUE 0.
       01 WS-AVISOS                    PIC 9(05) VALUE 0.

      *PLANTILLA Y NOMINA REALES POR DEPARTAMENTO PARA COMPARAR
      *CONTRA LOS TOPES (CLV-DEP 0-999; SUBSCRIPT ES CLV-DEP + 1).
       01 WS-DEP-TABLA.
           05 WS-DEP-ENT OCCURS 1000 TIMES.
               10 WS-DEP-CUENTA        PIC 9(05).
               10 WS-DEP-NOMINA        PIC 9(08)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-CLV                       PIC 9(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           ACCEPT PC-GRUPO.
           DISPLAY 'PERIODO A REVISAR (AAAAMM):'.
           ACCEPT PC-PERIODO.
           MOVE PC-PERIODO TO WS-VAR-PERIODO.
           MOVE 'DYNPREPA' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           CLOSE DEP-MAST.
           CLOSE EMPLEADO.
           PERFORM 500-VEREDICTO.
           MOVE PC-GRUPO TO WS-CYC-GRUPO.
           MOVE PC-PERIODO TO WS-CYC-PERIODO.
           MOVE 1 TO WS-CYC-PASO.
           IF WS-GRAVES = 0
               MOVE 'C' TO WS-CYC-RES
           ELSE
               MOVE 'E' TO WS-CYC-RES
           END-IF.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           100-BARRIDO.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF EMP-STATUS = 'L'
                           PERFORM 250-LICENCIA
                       ELSE
                           IF EMP-STATUS NOT = 'I'
                               PERFORM 200-REGLAS
                           END-IF
                       END-IF
               END-READ.

                       ' ES POR HORA Y NO TIENE HORAS CARGADAS'
                   ADD 1 TO WS-GRAVES
               END-IF
               IF (TIPO-PAGO = 'C' OR TIPO-PAGO = 'D')
                   AND WS-VAR-IMPORTE = 0 AND WS-VAR-COMPL = 0
                   DISPLAY 'GRAVE: ' ID-EMPL ' ' NOM-EMPL
                       ' ES DE COMISION/DESTAJO Y NO TIENE '
                       'PRODUCCION CARGADA'
                   ADD 1 TO WS-GRAVES
               END-IF
               PERFORM 230-CHECA-CONTRATO
               PERFORM 240-CHECA-MINIMO
               IF TIPO-PAGO = 'M'
                   PERFORM 210-CHECA-BANDA
                   PERFORM 220-CHECA-TABULADO
                       END-IF
               END-READ.

      *SUELDO (O JORNADA DE 8 HORAS A TARIFA-HORA) DEBAJO DEL
      *SALARIO MINIMO DE LA ZONA DE SU SUCURSAL VIGENTE AL INICIO
      *DEL PERIODO (REF-MAST). SIN TABLA DE REFERENCIA NO RESTRINGE.
           240-CHECA-MINIMO.
               STRING PC-PERIODO '01' DELIMITED BY SIZE
                   INTO WS-REF-VIG-PIDE
               PERFORM 985-CHECA-MINIMO
               IF WS-REF-MIN-OK = 'N'
                   DISPLAY 'GRAVE: ' ID-EMPL ' ' NOM-EMPL
                       ' SUELDO DEBAJO DEL MINIMO DE LA ZONA '
                       WS-REF-SM-ZONA
                   ADD 1 TO WS-GRAVES
               END-IF.

      *EL EMPLEADO EN LICENCIA (DYN-LOAMNT) NO SE REVISA NI SUMA
      *AL TOPE DEL DEPTO: LA CORRIDA NO LE PAGA LOS DIAS DE LA
      *LICENCIA. SOLO SE AVISA, PARA QUE NADIE LO BUSQUE EN LA
      *NOMINA.
           250-LICENCIA.
               IF GRUPO-PAGO = PC-GRUPO
                   OR (PC-GRUPO = 'M' AND GRUPO-PAGO = SPACE)
                   DISPLAY 'AVISO: ' ID-EMPL ' ' NOM-EMPL
                       ' EN LICENCIA; NO SE LE PAGAN LOS DIAS DE LA '
                       'LICENCIA'
                   ADD 1 TO WS-AVISOS
               END-IF.

       300-CHECA-TOPES.
           MOVE WS-DEPBUDMAST-PATH-DFLT TO WS-DEPBUDMAST-PATH.
           DISPLAY 'DEPBUDMAST_PATH' UPON ENVIRONMENT-NAME.
           END-IF.
           OPEN INPUT DEPBUD-MAST.
           MOVE 0 TO WS-CLV.
           PERFORM 301-CHECA-DEPTO 1000 TIMES.
           CLOSE DEPBUD-MAST.

           301-CHECA-DEPTO.
           COPY RATEVLKUP.
           COPY PAYCALCLKUP.
           COPY EMPCHKLKUP.
           COPY LOCLKUP.
           COPY REFLKUP.
           COPY MINLKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
