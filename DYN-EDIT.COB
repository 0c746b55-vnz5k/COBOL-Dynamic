           COPY OTRFILE.
           COPY OTEFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY CIAFILE.
           COPY LOCFILE.
           COPY REFFILE.
           COPY PRNFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY EXCFILE.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY JRNFILE.
           COPY QSCFILE.

       01 REG-EMPL.
           05 ID-EMPL                  PIC 9(06).
           05 NOM-EMPL                 PIC X(30).
           05 CLV-DEP                  PIC 9(03).
           05 NOM-DEP                  PIC X(20).
           05 ID-TAB-S                 PIC A.
           05 SUE-MEN                  PIC 9(07)V99.
           05 F-ING                    PIC X(08).
           05 EMP-STATUS                PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY OTRFD.
           COPY OTEFD.
           COPY SHFFD.
           COPY VARFD.
           COPY CIAFD.
           COPY LOCFD.
           COPY REFFD.
           COPY PRNFD.
           COPY OPERFD.
           COPY SESFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY JRNFD.
           COPY QSCFD.

           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY BNKSTAT.
           COPY SUPWS.
           COPY CIASTAT.
           COPY LOCSTAT.
           COPY REFSTAT.
           COPY PRNSTAT.
           COPY CLABEWS.
           COPY OPERSTAT.
           COPY EXCSTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-BUD-OK                    PIC X.
       01 WS-BUD-HEADCOUNT             PIC 9(05).
       01 WS-BUD-PAYROLL               PIC 9(08)V99.
       01 WS-BUD-FLAG                  PIC 9.
       01 WS-BUD-SAVE-REC              PIC X(259).
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
      *EL RESUMEN DE CAMBIOS Y PARA RESTAURAR SI SE CANCELA.
       01 WS-ANT.
           05 ANT-NOM-EMPL             PIC X(30).
           05 ANT-CLV-DEP              PIC 9(03).
           05 ANT-NOM-DEP              PIC X(20).
           05 ANT-ID-TAB-S             PIC A.
           05 ANT-SUE-MEN              PIC 9(07)V99.
           05 ANT-F-ING                PIC X(08).
           05 ANT-TELEFONO             PIC X(12).
           05 ANT-EMAIL                PIC X(30).
           05  LINE 03 COL 01 VALUE 'NOMBRE........:'.
           05  LINE 03 COL 17 PIC X(30) USING NOM-EMPL.
           05  LINE 04 COL 01 VALUE 'CLV-DEP.......:'.
           05  LINE 04 COL 17 PIC 9(03) USING CLV-DEP.
           05  LINE 04 COL 25 VALUE 'TIPO PAGO(MHCD):'.
           05  LINE 04 COL 42 PIC X USING TIPO-PAGO.
           05  LINE 05 COL 01 VALUE 'ID-TAB-S......:'.
           05  LINE 05 COL 17 PIC A USING ID-TAB-S.
           05  LINE 13 COL 40 VALUE 'SUCURSAL:'.
           05  LINE 13 COL 50 PIC X(03) USING SUC-CLV.
           05  LINE 14 COL 01 VALUE 'SUELDO MENSUAL:'.
           05  LINE 14 COL 17 PIC Z,ZZZ,ZZ9.99 FROM SUE-MEN.
           05  LINE 14 COL 31 VALUE '(LO FIJA ID-TAB-S EN TIPO M)'.
           05  LINE 15 COL 01 VALUE 'PLAZA.........:'.
           05  LINE 15 COL 17 PIC 9(06) USING WS-PLZ-PIDE.
           05  LINE 15 COL 25 VALUE '(0 = SIN PLAZA)'.
           05  LINE 16 COL 01 PIC X(60) FROM WS-FRM-MSG.

       PROCEDURE  DIVISION.
                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                   MOVE SUP-ID TO WS-SUP-PIDE
                   PERFORM 991-PLAZA-ACTUAL
                   MOVE WS-PLZ-ACTUAL TO WS-PLZ-PIDE
                   COMPUTE WS-HORAS-TOT = HORAS-TRAB + HORAS-EXTRA
                   MOVE SPACES TO WS-FRM-MSG
                   MOVE 'N' TO WS-FRM-OK
                   IF CLV-DEP NOT = WS-TR-CLV-DEP-ANT
                       PERFORM 913-TRANSFER-LOG
                   END-IF
                   IF WS-PLZ-PIDE NOT = WS-PLZ-ACTUAL
                       IF WS-PLZ-PIDE = 0
                           PERFORM 992-PLAZA-LIBERA
                       ELSE
                           PERFORM 989-PLAZA-OCUPA THRU 989-SALIDA
                       END-IF
                   END-IF
                   PERFORM 990-CHK-EMP-STATUS
                   DISPLAY 'NEW DATA : ' REG-EMPL
                   MOVE 'DYN-EDIT' TO WS-AUD-PROGRAMA
                   MOVE 'E' TO WS-AUD-OPER
                   MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
                   MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
                   MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
                   PERFORM 903-AUDITORIA
      *UN CAMBIO DE BANCO O CLABE DEJA ADEMAS SU PROPIO RENGLON
      *('K') PARA LA REVISION DE SEGREGACION DE FUNCIONES.
                   IF BANCO-CLV NOT = ANT-BANCO-CLV
                       OR CTA-CLABE NOT = ANT-CTA-CLABE
                       MOVE 'K' TO WS-AUD-OPER
                       PERFORM 903-AUDITORIA
                   END-IF
                   PERFORM 100-ID.

      *UN CICLO DE LA FORMA: SE PINTA Y ACEPTA COMPLETA CON LOS
           IF WS-FRM-OK = 'S' PERFORM 147-V-TURNO.
           IF WS-FRM-OK = 'S' PERFORM 148-V-CLAVES THRU 148-SALIDA.
           IF WS-FRM-OK = 'S' PERFORM 149-V-ORGANIZACION.
           IF WS-FRM-OK = 'S' PERFORM 149-V-PLAZA.

           141-V-NOMBRE.
               PERFORM 951-VALIDA-NOMBRE.
      *TIPO-PAGO='M' USA TABULADOR FIJO; 'H' CAPTURA HORAS Y
      *TARIFAS SIN FORZARLO A UN TABULADOR FIJO DE SUELDO. EL
      *CORTE NORMAL/EXTRA LO DERIVAN LAS REGLAS OT-RULES
      *(927-DERIVA-EXTRA), YA NO EL OPERADOR. 'C' COMISION Y 'D'
      *DESTAJO COBRAN LO QUE CARGA DYN-VARLOAD: SIN TABULADOR NI
      *HORAS; SUE-MEN QUEDA COMO SUELDO DE REFERENCIA (SDI).
           143-V-TIPO-PAGO.
               IF TIPO-PAGO = 'C' OR TIPO-PAGO = 'D'
                   MOVE SPACES TO ID-TAB-S
                   MOVE 0 TO HORAS-TRAB
                   MOVE 0 TO TARIFA-HORA
                   MOVE 0 TO HORAS-EXTRA
                   MOVE 0 TO TARIFA-EXTRA
                   MOVE 0 TO WS-HORAS-TOT
               ELSE
               IF TIPO-PAGO NOT = 'M' AND TIPO-PAGO NOT = 'H'
                   MOVE 'N' TO WS-FRM-OK
                   MOVE 'TIPO DE PAGO DEBE SER M, H, C O D'
                       TO WS-FRM-MSG
               ELSE
               IF TIPO-PAGO = 'M'
                   MOVE 0 TO SUE-MEN
                   PERFORM 927-DERIVA-EXTRA
               END-IF
               END-IF
               END-IF.

           144-V-FECHAS.

      *GRUPO DE PAGO, METODO DE PAGO ('C' CHEQUE / 'D' DEPOSITO,
      *EL DEPOSITO EXIGE DATOS BANCARIOS) Y COMPANIA QUE PAGA
      *(DYN-CIAMNT). LA COMPANIA NO SE CAMBIA AQUI: EL TRASPASO
      *CIERRA EL ANO Y DA LOS AVISOS IMSS EN DYN-CIATRF.
           148-V-CLAVES.
               IF GRUPO-PAGO NOT = 'S' AND GRUPO-PAGO NOT = 'M'
                   MOVE 'N' TO WS-FRM-OK
                   MOVE 'C' TO METODO-PAGO.
               IF CIA-CLV = SPACES
                   MOVE '01' TO CIA-CLV.
               IF (ANT-CIA-CLV NOT = SPACES
                       AND CIA-CLV NOT = ANT-CIA-CLV)
                   OR (ANT-CIA-CLV = SPACES AND CIA-CLV NOT = '01')
                   MOVE 'N' TO WS-FRM-OK
                   MOVE 'CAMBIO DE COMPANIA: USE DYN-CIATRF'
                       TO WS-FRM-MSG
                   GO TO 148-SALIDA.
               MOVE CIA-CLV TO CM-CLV.
               PERFORM 973-CIA-LOOKUP.
               IF WS-CIA-OK = 'N'
                       MOVE 'N' TO WS-FRM-OK
                       MOVE 'SUCURSAL NO EXISTE EN LOC-MAST'
                           TO WS-FRM-MSG
                   ELSE
                       MOVE SPACES TO WS-REF-VIG-PIDE
                       PERFORM 985-CHECA-MINIMO
                       IF WS-REF-MIN-OK = 'N'
                           MOVE 'N' TO WS-FRM-OK
                           MOVE 'SUELDO DEBAJO DEL MINIMO DE LA ZONA'
                               TO WS-FRM-MSG
                       END-IF
                   END-IF
               END-IF.

      *PLAZA AUTORIZADA (DYN-PLZMNT): UN CAMBIO DE DEPARTAMENTO
      *O DE TABULADOR PIDE UNA PLAZA QUE LE CORRESPONDA. QUIEN YA
      *OCUPA PLAZA NO PUEDE QUEDAR SIN ELLA; LOS EMPLEADOS DE
      *ANTES DEL CONTROL DE PLAZAS PUEDEN SEGUIR EN 0.
           149-V-PLAZA.
               IF WS-PLZ-ACTUAL = 0
                   MOVE 'N' TO WS-PLZ-OBLIGA
               ELSE
                   MOVE 'S' TO WS-PLZ-OBLIGA
               END-IF.
               PERFORM 988-PLAZA-VALIDA THRU 988-SALIDA.
               IF WS-PLZ-OK = 'N'
                   MOVE 'N' TO WS-FRM-OK
                   MOVE WS-PLZ-MSG TO WS-FRM-MSG
               END-IF.

      *RESUMEN DE CAMBIOS ANTES DEL REWRITE: SOLO LOS CAMPOS QUE
      *CAMBIARON, CON SU VALOR ANTERIOR Y EL NUEVO, Y LA DECISION
      *DE APLICAR, VOLVER A CORREGIR O CANCELAR SIN TOCAR NADA.
               IF SUC-CLV NOT = ANT-SUC-CLV
                   ADD 1 TO WS-FLAG2
                   DISPLAY ' SUCURSAL: ' ANT-SUC-CLV ' -> ' SUC-CLV.
               IF WS-PLZ-PIDE NOT = WS-PLZ-ACTUAL
                   ADD 1 TO WS-FLAG2
                   DISPLAY ' PLAZA   : ' WS-PLZ-ACTUAL ' -> '
                       WS-PLZ-PIDE.

      *RESPALDO CAMPO POR CAMPO DEL REGISTRO EN TURNO, PARA EL
      *RESUMEN DE CAMBIOS Y PARA RESTAURAR SI SE CANCELA.
           COPY SUPLKUP.
           COPY CIALKUP.
           COPY LOCLKUP.
           COPY REFLKUP.
           COPY MINLKUP.
           COPY CLABELKUP.
           COPY PRNLKUP.
           COPY OPERLKUP.
           COPY SCOPELKUP.
           COPY EXCLKUP.
           COPY PLZLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
