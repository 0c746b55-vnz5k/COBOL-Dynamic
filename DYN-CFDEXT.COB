      *CADA CORRIDA, ESCRIBE UN RENGLON PLANO POR PAGO DEL    *
      *PERIODO EN EL LAYOUT DE IMPORTACION DEL PROVEEDOR:     *
      *RFC, CURP, NSS, PERIODO, PERCEPCIONES DESGLOSADAS      *
      *(SUELDO, HORAS EXTRA A LA TARIFA DEL MAESTRO, OTROS =  *
      *PRIMAS DOMINICAL Y DE FESTIVO),                        *
      *DEDUCCIONES DESGLOSADAS (ISR, IMSS, OTRAS, DEL DETALLE *
      *DEDDET) Y NETO. CADA PAGO EXTRAIDO QUEDA EN CFDI-CTL   *
      *COMO POR TIMBRAR; LA RESPUESTA DEL PROVEEDOR SE        *
      *IMPORTA CON DYN-CFDACK.                                *
      *ES EL PASO 09 DEL CICLO DE NOMINA (CYC-CTL) PARA TODOS *
      *LOS GRUPOS REGULARES DEL PERIODO: ESPERA SUS POLIZAS.  *
      *EL FISCO PIDE LOS DATOS COMPLETOS, ASI QUE NO SE       *
      *ENMASCARAN; CADA CORRIDA DEJA SU RENGLON DE EXTRACTO   *
      *COMPLETO EN SDA-LOG.                                   *
      *CADA EXTRACTO QUEDA EN EL REGISTRO DE SALIDA OX-REG;   *
      *REGENERAR EL DE UN PERIODO YA REGISTRADO PIDE          *
      *OVERRIDE DE SUPERVISOR CON MOTIVO.                     *
      *********************************************************
      *LAYOUT DEL EXTRACTO (UN RENGLON POR PAGO):             *
      *  RFC X(13) CURP X(18) NSS X(11) PERIODO X(6)          *
      *  GRUPO X SUELDO 9(7)V99 HORAS-EXTRA 9(7)V99 OTROS     *
      *  9(7)V99 ISR 9(7)V99 IMSS 9(7)V99 OTRAS-DEDUC 9(7)V99 *
      *  NETO 9(7)V99 VALES-EXENTO 9(7)V99 VALES-GRAVADO     *
      *  9(7)V99 VIATICOS-EXENTO 9(7)V99 VIATICOS-GRAVADO     *
      *  9(7)V99 ANTICIPO-VIAJE 9(7)V99, SEPARADOS POR UN     *
      *  ESPACIO. LOS IMPORTES LLEVAN LOS CENTAVOS IMPLICITOS *
      *  EN LOS DOS ULTIMOS DIGITOS. LOS VALES DE DESPENSA    *
      *  (DEDDET 'W') VAN APARTE PORQUE SE PAGAN EN ESPECIE,  *
      *  FUERA DEL NETO. LOS VIATICOS (DEDDET 'Y') TAMBIEN:   *
      *  LA PARTE GRAVADA SALE DEL SUELDO, LA EXENTA Y EL     *
      *  ANTICIPO ENTREGADO NO ESTAN EN EL BRUTO Y EL ANTICIPO*
      *  RECUPERADO VA EN OTRAS DEDUCCIONES.                  *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY PAYHFILE.
           COPY DETFILE.
           COPY CFDFILE.
           COPY OXRFILE.
           COPY CYCFILE.
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
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-GRUPO                PIC X.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-SUELDO               PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-EXTRA                PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-OTROS                PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-ISR                  PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-IMSS                 PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-OTRAS-DED            PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-NETO                 PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-VALE-EXE             PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-VALE-GRV             PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-VIA-EXE              PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-VIA-GRV              PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CFE-VIA-ANT              PIC 9(07)V99.

           COPY PAYHFD.
           COPY DETFD.
           COPY CFDFD.
           COPY OXRFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY PAYHSTAT.
           COPY DETSTAT.
           COPY CFDSTAT.
           COPY OXRSTAT.
           COPY CYCSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CFDE-STATUS               PIC X(02).
       01 WS-CFDIEXT-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CFDIEXT.TXT'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-DET-FLAG                  PIC 9.
       01 WS-HOY                       PIC X(08).
       01 WS-PAGO-EXTRA                PIC 9(07)V99.
       01 WS-IMSS-DED                  PIC 9(07)V99.
       01 WS-OTRAS-DED                 PIC 9(07)V99.
       01 WS-OTRAS-PERC                PIC 9(07)V99.
       01 WS-VALE-EXE                  PIC 9(07)V99.
       01 WS-VALE-GRV                  PIC 9(07)V99.
       01 WS-VIAT-EXE                  PIC 9(07)V99.
       01 WS-VIAT-GRV                  PIC 9(07)V99.
       01 WS-VIAT-ANT                  PIC 9(07)V99.
       01 WS-EXTRAIDOS                 PIC 9(05) VALUE 0.
       01 WS-SUMA-NETO                 PIC 9(11)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY SEP.
           DISPLAY 'PERIODO A EXTRAER (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNCFDEX' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           PERFORM 060-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-CFDIEXT-PATH-DFLT TO WS-CFDIEXT-PATH.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE CFDI-CTL.
           CLOSE CFDI-EXT.
           PERFORM 070-REGISTRA-SALIDA.
           CLOSE PAYHIST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'PAGOS EXTRAIDOS: ' WS-EXTRAIDOS.
           DISPLAY 'ARCHIVO PARA EL PROVEEDOR: ' WS-CFDIEXT-PATH.
           DISPLAY 'IMPORTE LA RESPUESTA CON DYN-CFDACK.'.
           IF WS-EXTRAIDOS > 0
               MOVE 'DYNCFDEX' TO WS-SDA-PROGRAMA
               MOVE 'X' TO WS-SDA-TIPO
               MOVE 0 TO WS-SDA-ID-EMPL
               MOVE SPACES TO WS-SDA-MOTIVO
               STRING 'TIMBRADO DEL PERIODO ' WS-PH-PERIODO
                   DELIMITED BY SIZE INTO WS-SDA-MOTIVO
               PERFORM 963-MSK-BITACORA
           END-IF.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *PASO 09 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           050-VERIFICA-CICLO.
               MOVE SPACE TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 9 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'EXTRACTO RECHAZADO.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *UN EXTRACTO YA REGISTRADO PARA EL PERIODO SOLO SE REGENERA
      *CON OVERRIDE DE SUPERVISOR (OX-REG).
           060-CHECA-REGISTRO.
               MOVE 'CFDEXT' TO WS-OX-INTERFAZ
               MOVE WS-PH-PERIODO TO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'EXTRACTO NO REGENERADO.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

           070-REGISTRA-SALIDA.
               MOVE WS-EXTRAIDOS TO WS-OX-REGS
               MOVE WS-SUMA-NETO TO WS-OX-IMPORTE
               MOVE WS-CFDIEXT-PATH TO WS-OX-ARCHIVO
               MOVE WS-CUR-OPER-ID TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

           100-PROCESA.
               READ PAYHIST NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                       PERFORM 300-ARMA-RENGLON
               END-READ.

      *LAS HORAS EXTRA SE VALUAN A LA TARIFA DEL MAESTRO, LAS
      *PRIMAS DOMINICAL Y DE FESTIVO (DEDDET 'D' / 'H') VAN EN
      *OTROS Y EL RESTO DEL BRUTO SE REPORTA COMO SUELDO; LAS
      *DEDUCCIONES SE DESGLOSAN DESDE DEDDET (ISR, CUOTA IMSS Y
      *LAS DEMAS). LA PARTE GRAVADA DE LOS VIATICOS VIENE EN EL
      *BRUTO Y SE SACA DEL SUELDO PARA REPORTARLA EN SU COLUMNA.
      *SOLO CUENTA EL DETALLE DEL GRUPO DEL RENGLON (UNA CORRIDA
      *SUPLEMENTARIA COMPARTE PERIODO CON LA REGULAR).
           300-ARMA-RENGLON.
               MOVE SPACES TO CFDE-REC
               MOVE RFC TO CFE-RFC
               COMPUTE CFE-SUELDO = PH-PAGO-BRUTO - WS-PAGO-EXTRA
               MOVE 0 TO CFE-OTROS
               PERFORM 400-DESGLOSA-DEDUC
               IF WS-OTRAS-PERC > 0 AND WS-OTRAS-PERC NOT > CFE-SUELDO
                   MOVE WS-OTRAS-PERC TO CFE-OTROS
                   SUBTRACT WS-OTRAS-PERC FROM CFE-SUELDO
               END-IF
               IF WS-VIAT-GRV > 0 AND WS-VIAT-GRV NOT > CFE-SUELDO
                   SUBTRACT WS-VIAT-GRV FROM CFE-SUELDO
               END-IF
               MOVE PH-ISR TO CFE-ISR
               MOVE WS-IMSS-DED TO CFE-IMSS
               MOVE WS-OTRAS-DED TO CFE-OTRAS-DED
               MOVE PH-NETO TO CFE-NETO
               MOVE WS-VALE-EXE TO CFE-VALE-EXE
               MOVE WS-VALE-GRV TO CFE-VALE-GRV
               MOVE WS-VIAT-EXE TO CFE-VIA-EXE
               MOVE WS-VIAT-GRV TO CFE-VIA-GRV
               MOVE WS-VIAT-ANT TO CFE-VIA-ANT
               WRITE CFDE-REC
               PERFORM 500-CONTROL
               ADD CFE-NETO TO WS-SUMA-NETO
               ADD 1 TO WS-EXTRAIDOS.

           400-DESGLOSA-DEDUC.
               MOVE 0 TO WS-IMSS-DED
               MOVE 0 TO WS-OTRAS-DED
               MOVE 0 TO WS-OTRAS-PERC
               MOVE 0 TO WS-VALE-EXE
               MOVE 0 TO WS-VALE-GRV
               MOVE 0 TO WS-VIAT-EXE
               MOVE 0 TO WS-VIAT-GRV
               MOVE 0 TO WS-VIAT-ANT
               MOVE WS-DEDDET-PATH-DFLT TO WS-DEDDET-PATH
               DISPLAY 'DEDDET_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
                   NOT AT END
                       IF DD-ID-EMPL = PH-ID-EMPL
                           AND DD-PERIODO = PH-PERIODO
                           AND (DD-GRUPO = PH-GRUPO OR DD-GRUPO = SPACE
                               OR (DD-GRUPO = 'M' AND PH-GRUPO = SPACE))
                           EVALUATE DD-TIPO
                               WHEN 'I' CONTINUE
                               WHEN 'L' CONTINUE
                               WHEN 'E' CONTINUE
                               WHEN 'X' CONTINUE
                               WHEN 'T' CONTINUE
                               WHEN 'R' CONTINUE
                               WHEN 'D' ADD DD-MONTO TO WS-OTRAS-PERC
                               WHEN 'H' ADD DD-MONTO TO WS-OTRAS-PERC
                               WHEN 'V' ADD DD-MONTO TO WS-OTRAS-PERC
                               WHEN 'G' ADD DD-MONTO TO WS-OTRAS-PERC
                               WHEN 'A' ADD DD-MONTO TO WS-OTRAS-PERC
                               WHEN 'S' ADD DD-MONTO TO WS-IMSS-DED
                               WHEN 'W'
                                   IF DD-CLAVE = 'VALEEXE'
                                       ADD DD-MONTO TO WS-VALE-EXE
                                   ELSE
                                       ADD DD-MONTO TO WS-VALE-GRV
                                   END-IF
                               WHEN 'Y'
                                   EVALUATE DD-CLAVE
                                       WHEN 'VIAEXE'
                                           ADD DD-MONTO TO WS-VIAT-EXE
                                       WHEN 'VIAGRV'
                                           ADD DD-MONTO TO WS-VIAT-GRV
                                       WHEN 'VIAANTP'
                                           ADD DD-MONTO TO WS-VIAT-ANT
                                       WHEN OTHER
                                           ADD DD-MONTO TO WS-OTRAS-DED
                                   END-EVALUATE
                               WHEN OTHER
                                   ADD DD-MONTO TO WS-OTRAS-DED
                           END-EVALUATE
               END-READ.

           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
           COPY MSKLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
