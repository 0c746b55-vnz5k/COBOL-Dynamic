      *********************************************************
      *PROGRAMA - CORRIDA DE ENTEROS A TERCEROS. CADA PERIODO *
      *SE RETIENE IMPUESTO, CUOTA IMSS, DESCUENTO INFONAVIT,  *
      *PRIMAS DE PLANES Y ORDENES JUDICIALES, PERO NADA       *
      *SEGUIA SI ESE DINERO LLEGO AL FISCO, A LA ASEGURADORA  *
      *O AL JUZGADO. ESTE PROGRAMA RECORRE EL DETALLE DE      *
      *DEDUCCIONES DEL PERIODO (DEDDET), AGRUPA LO RETENIDO   *
      *POR BENEFICIARIO (FISCO, IMSS, CADA PLAN, CADA CASO),  *
      *IMPRIME EL VOLANTE DE ENTERO CON SU SOPORTE POR        *
      *EMPLEADO Y DEJA EL CONTROL EN REM-CTL COMO NO          *
      *ENTERADO; EL ENVEJECIMIENTO (DYN-REMAGE) EXHIBE LO QUE *
      *SIGA SIN PAGARSE.                                      *
      *LOS ABONOS DE PRESTAMOS Y EL FONDO DE AHORRO NO SON DE *
      *TERCEROS Y NO ENTRAN AL ENTERO.                        *
      *LAS CUOTAS SINDICALES ('U' EN DEDDET) SE ENTERAN A     *
      *CADA SINDICATO; SU LISTADO DE AFILIADOS SALE CON       *
      *DYN-SNDREM.                                            *
      *ES EL ULTIMO PASO (10) DEL CICLO DE NOMINA (CYC-CTL)   *
      *PARA TODOS LOS GRUPOS REGULARES DEL PERIODO: ESPERA AL *
      *EXTRACTO DE TIMBRADO.                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY DETFILE.
           COPY REMFILE.
           COPY CYCFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY DETFD.
           COPY REMFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY DETSTAT.
           COPY REMSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PERIODO                   PIC X(06).
       01 WS-HOY                       PIC X(08).
       01 WS-DETALLES                  PIC 9(06) VALUE 0.
       01 WS-TOTAL-ENTERO              PIC 9(10)V99 VALUE 0.

      *ACUMULADO POR BENEFICIARIO (TIPO + CLAVE) EN MEMORIA.
       01 WS-RM-TABLA.
           05 WS-RM-ENT OCCURS 200 TIMES.
               10 WS-RM-TIPO           PIC X.
               10 WS-RM-CLAVE          PIC X(10).
               10 WS-RM-MONTO          PIC 9(09)V99.
               10 WS-RM-CUANTOS        PIC 9(05).
       01 WS-RM-USADOS                 PIC 9(03) VALUE 0.
       01 WS-RM-TRUNCADO               PIC X VALUE 'N'.
           DISPLAY SEP.
           DISPLAY 'PERIODO A ENTERAR (AAAAMM):'.
           ACCEPT WS-PERIODO.
           MOVE 'DYNREMVC' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH.
           DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'SIN DETALLE DE DEDUCCIONES (CORRA '
                   'DYN-PAYRUN PRIMERO). FILE STATUS: ' WS-DET-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           DISPLAY 'SOPORTE POR EMPLEADO:'.
           CLOSE DEDDET.
           IF WS-DETALLES = 0
               DISPLAY 'SIN RETENCIONES DE TERCEROS EN ' WS-PERIODO
               MOVE 'C' TO WS-CYC-RES
               PERFORM 982-CICLO-MARCA THRU 982-SALIDA
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 300-VOLANTE.
               DISPLAY 'OJO: MAS DE 200 BENEFICIARIOS, TABLA '
                   'TRUNCADA'
           END-IF.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *PASO 10 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           050-VERIFICA-CICLO.
               MOVE SPACE TO WS-CYC-GRUPO
               MOVE WS-PERIODO TO WS-CYC-PERIODO
               MOVE 10 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'ENTERO RECHAZADO.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           100-ACUMULA.
               READ DEDDET
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF DD-PERIODO = WS-PERIODO
                           AND (DD-TIPO = 'I' OR DD-TIPO = 'S'
                               OR DD-TIPO = 'B' OR DD-TIPO = 'J'
                               OR DD-TIPO = 'N' OR DD-TIPO = 'U')
                           PERFORM 200-SUMA
                       END-IF
               END-READ.
                           REWRITE REM-REC
                       END-IF
               END-READ.
           COPY CYCLKUP.
           COPY OPERLKUP.
