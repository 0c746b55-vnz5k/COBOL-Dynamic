           COPY PRBFILE.
           COPY CONFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY CIAFILE.
           COPY LOCFILE.
           COPY REFFILE.
           COPY PRNFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY EXCFILE.
           COPY PLZFILE.
           COPY PSTFILE.

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
           05 EMP-STATUS                PIC X.
           05 TERM-REASON               PIC X.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY PRBFD.
           COPY CONFD.
           COPY SHFFD.
           COPY VARFD.
           COPY CIAFD.
           COPY LOCFD.
           COPY REFFD.
           COPY PRNFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY EXCFD.
           COPY PLZFD.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY RATESTAT.
           COPY NEXTSTAT.
           COPY SUPWS.
           COPY CIASTAT.
           COPY LOCSTAT.
           COPY REFSTAT.
           COPY PRNSTAT.
           COPY CLABEWS.
           COPY PLZSTAT.
           COPY PSTSTAT.
       01 WS-NI-MAX-ID                 PIC 9(06).
       01 WS-NI-FLAG                   PIC 9.
       01 WS-NI-SAVE-REC               PIC X(259).
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-BUD-OK                    PIC X.
       01 WS-BUD-HEADCOUNT             PIC 9(05).
       01 WS-BUD-PAYROLL               PIC 9(08)V99.
       01 WS-BUD-FLAG                  PIC 9.
       01 WS-BUD-SAVE-REC              PIC X(259).
       01 WS-AREA.
           05 WS-RES PIC X.
           05 WS-MID PIC X VALUE 'A'.
           05  LINE 03 COL 01 VALUE 'NOMBRE........:'.
           05  LINE 03 COL 17 PIC X(30) USING NOM-EMPL.
           05  LINE 04 COL 01 VALUE 'CLV-DEP.......:'.
           05  LINE 04 COL 17 PIC 9(03) USING CLV-DEP.
           05  LINE 04 COL 25 VALUE 'TIPO PAGO(MHCD):'.
           05  LINE 04 COL 42 PIC X USING TIPO-PAGO.
           05  LINE 05 COL 01 VALUE 'ID-TAB-S......:'.
           05  LINE 05 COL 17 PIC A USING ID-TAB-S.
           05  LINE 14 COL 17 PIC X USING WS-CON-TIPO-ALTA.
           05  LINE 14 COL 25 VALUE 'FIN CONTRATO:'.
           05  LINE 14 COL 40 PIC X(08) USING WS-CON-FIN-ALTA.
           05  LINE 14 COL 50 VALUE 'PLAZA:'.
           05  LINE 14 COL 57 PIC 9(06) USING WS-PLZ-PIDE.
           05  LINE 16 COL 01 PIC X(60) FROM WS-FRM-MSG.

       PROCEDURE DIVISION.
                           DISPLAY 'ESCRITO'
                           MOVE 'DYN-ADD' TO WS-AUD-PROGRAMA
                           MOVE 'A' TO WS-AUD-OPER
                           MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
                           MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
                           MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
                           MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
                           PERFORM 903-AUDITORIA
                           PERFORM 936-PROBATION-ALTA
                           PERFORM 934-CONTRATO-ALTA
                           PERFORM 989-PLAZA-OCUPA THRU 989-SALIDA
                   END-WRITE
                   MOVE 0 TO WS-FLAG
                   PERFORM 100-PROCESO.
               CTA-CLABE TURNO-CLV RFC CURP NSS SUC-CLV
               ID-TAB-S F-ING F-NAC WS-CON-FIN-ALTA WS-FRM-MSG.
           MOVE 0 TO CLV-DEP SUE-MEN WS-HORAS-TOT HORAS-TRAB
               TARIFA-HORA HORAS-EXTRA TARIFA-EXTRA WS-SUP-PIDE
               WS-PLZ-PIDE.
           MOVE 'M' TO TIPO-PAGO.
           MOVE 'M' TO GRUPO-PAGO.
           MOVE 'C' TO METODO-PAGO.
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

      *PLAZA AUTORIZADA QUE OCUPARA EL EMPLEADO (DYN-PLZMNT): CON
      *CONTROL DE PLAZAS ES OBLIGATORIA, DEL MISMO DEPARTAMENTO,
      *VACANTE Y DEL TABULADOR DEL PUESTO.
           149-V-PLAZA.
               MOVE 'S' TO WS-PLZ-OBLIGA.
               PERFORM 988-PLAZA-VALIDA THRU 988-SALIDA.
               IF WS-PLZ-OK = 'N'
                   MOVE 'N' TO WS-FRM-OK
                   MOVE WS-PLZ-MSG TO WS-FRM-MSG
               END-IF.

      *RESUMEN DE CONFIRMACION: LA FORMA COMPLETA YA VALIDADA SE
      *REPINTA Y EL CAPTURISTA DECIDE GRABAR, VOLVER A CORREGIR
      *O CANCELAR EL ALTA SIN GRABAR NADA.
           COPY REHLKUP.
           COPY PRBLKUP.
           COPY CONLKUP.
           COPY PLZLKUP.
           COPY IDSLKUP.
           COPY SUPLKUP.
           COPY CIALKUP.
           COPY LOCLKUP.
           COPY REFLKUP.
           COPY MINLKUP.
           COPY CLABELKUP.
           COPY PRNLKUP.
           COPY JRNLKUP.
