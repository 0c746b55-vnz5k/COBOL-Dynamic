      *********************************************************
      *PROGRAMA - TRASPASO DE UN EMPLEADO ENTRE COMPANIAS.    *
      *CAMBIA LA COMPANIA (CIA-CLV) SIN BAJA NI REINGRESO:    *
      *CONSERVA ID-EMPL Y F-ING, ASI DYN-SENIOR Y DYN-LVACCR  *
      *NO LE CORTAN LA ANTIGUEDAD Y SUS PRESTAMOS Y SU FONDO  *
      *DE AHORRO NO SE PARTEN EN DOS IDS. EL TRASPASO RIGE    *
      *DESDE EL DIA 1 DE UN PERIODO QUE TODAVIA NO SE PAGA:   *
      *LO ANTERIOR EN PAYHIST QUEDA CERRADO BAJO LA COMPANIA  *
      *ANTERIOR Y EL YTD-SUE A ESA FECHA SE GUARDA EN CIA-TRF *
      *PARA QUE EL ESTADO ANUAL (DYN-YESTMT) Y EL AJUSTE      *
      *ANUAL (DYN-AJUANU) SEPAREN A CADA COMPANIA. DEJA EN    *
      *IDSE-EXT EL AVISO DE BAJA CON EL REGISTRO PATRONAL     *
      *ANTERIOR (LA VISPERA) Y EL DE REINGRESO CON EL NUEVO.  *
      *POR CADA SALDO SE DECIDE SI PASA CON EL EMPLEADO O SE  *
      *LIQUIDA: EL FONDO DE AHORRO LIQUIDADO SE ENTREGA COMO  *
      *DYN-SAVPAY (GRUPO 'F', ULTIMO PERIODO DE LA COMPANIA   *
      *ANTERIOR) Y SE LE DESCUENTAN LOS PRESTAMOS LIQUIDADOS; *
      *LO QUE NO ALCANCE, Y LAS RETENCIONES JUDICIALES QUE SE *
      *LIQUIDAN, SE COBRAN COMPLETOS EN LA SIGUIENTE CORRIDA  *
      *COMO EN EL FINIQUITO. OPERACION SUPERVISADA: EXIGE ROL *
      *'S'. QUEDA EN LA AUDITORIA COMO EDICION (NO ES BAJA    *
      *PARA LA ROTACION) Y EN EL DIARIO DE EMPLEADO.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-CIATRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY CTFFILE.
           COPY CIAFILE.
           COPY PAYHFILE.
           COPY SAVFILE.
           COPY LONFILE.
           COPY GARFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY IDSEFILE.
           COPY AUDITFILE.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY EXCFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
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
           05 TERM-FECHA                PIC X(08).
           05 REHIRE-FECHA              PIC X(08).
           05 REHIRE-ID-ORIG            PIC 9(06).
           05 TELEFONO                   PIC X(12).
           05 EMAIL                      PIC X(30).
           05 TIPO-PAGO                  PIC X.
           05 HORAS-TRAB                 PIC 9(03)V99.
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           05 F-NAC                      PIC X(08).
           05 RFC                        PIC X(13).
           05 CURP                       PIC X(18).
           05 NSS                        PIC X(11).
           05 GRUPO-PAGO                 PIC X.
           05 SUP-ID                     PIC 9(06).
           05 CIA-CLV                    PIC X(02).
           05 METODO-PAGO                PIC X.
           05 SUC-CLV                    PIC X(03).

           COPY CTFFD.
           COPY CIAFD.
           COPY PAYHFD.
           COPY SAVFD.
           COPY LONFD.
           COPY GARFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY IDSEFD.
           COPY AUDITFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY EXCFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY CTFSTAT.
           COPY CIASTAT.
           COPY PAYHSTAT.
           COPY SAVSTAT.
           COPY LONSTAT.
           COPY GARSTAT.
           COPY IMSSTAT.
           COPY IDSESTAT.
           COPY AUDITSTAT.
           COPY JRNSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-TRASPASOS                 PIC 9(05) VALUE 0.
       01 WS-RENGLONES                 PIC 9(03).

      *COMPANIAS DEL TRASPASO Y SUS REGISTROS PATRONALES.
       01 WS-CIA-ANT                   PIC X(02).
       01 WS-CIA-NVA                   PIC X(02).
       01 WS-REG-ANT                   PIC X(11).
       01 WS-REG-NVO                   PIC X(11).
       01 WS-CIA-HALLO                 PIC X.

      *PERIODO DESDE EL QUE PAGA LA COMPANIA NUEVA, EL ULTIMO DE
      *LA ANTERIOR Y LAS FECHAS DE LOS AVISOS (REINGRESO EL DIA
      *1, BAJA LA VISPERA).
       01 WS-PERIODO                   PIC X(06).
       01 WS-PER-OK                    PIC X.
       01 WS-PER-X.
           05 WS-PER-AA                PIC 9(04).
           05 WS-PER-MM                PIC 9(02).
       01 WS-PANT-X.
           05 WS-PANT-AA               PIC 9(04).
           05 WS-PANT-MM               PIC 9(02).
       01 WS-F-ALTA                    PIC X(08).
       01 WS-F-ALTA-N                  PIC 9(08).
       01 WS-F-BAJA-N                  PIC 9(08).
       01 WS-PH-FLAG                   PIC 9.
       01 WS-PH-POSTERIOR              PIC X.

      *DECISION POR SALDO: 'T' PASA CON EL EMPLEADO, 'L' SE
      *LIQUIDA.
       01 WS-DEC                       PIC X.
       01 WS-SAV-DEC                   PIC X.
       01 WS-SAV-PAGO                  PIC 9(08)V99.
       01 WS-SAV-DISP                  PIC 9(08)V99.
       01 WS-SAV-DESC                  PIC 9(08)V99.
       01 WS-LON-LIQ                   PIC 9(07)V99.
       01 WS-GAR-LIQ                   PIC 9(07)V99.
       01 WS-DESC                      PIC 9(07)V99.
       01 WS-I                         PIC 9(02).
       01 WS-LN-N                      PIC 9(02).
       01 WS-LN-TABLA.
           05 WS-LN-ENT OCCURS 20 TIMES.
               10 WS-LN-NUM            PIC X(04).
               10 WS-LN-DEC            PIC X.
       01 WS-GN-N                      PIC 9(02).
       01 WS-GN-TABLA.
           05 WS-GN-ENT OCCURS 20 TIMES.
               10 WS-GN-CASO           PIC X(10).
               10 WS-GN-DEC            PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE, COMO EN DYN-LOAMNT: CAMBIAR
      *LA COMPANIA A MEDIA CORRIDA DE NOMINA LA DESCUADRARIA.
           MOVE 'DYNCIATR' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     TRASPASO ENTRE COMPANIAS'.
           DISPLAY SEP.
           MOVE 'DYNCIATR' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR (ROL S) AUTORIZA '
                   'TRASPASOS'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-CIAMAST-PATH-DFLT TO WS-CIAMAST-PATH.
           DISPLAY 'CIAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIAMAST-PATH = SPACES
               MOVE WS-CIAMAST-PATH-DFLT TO WS-CIAMAST-PATH
           END-IF.
           OPEN INPUT CIA-MAST.
           IF WS-CIA-STATUS NOT = '00'
               DISPLAY 'SIN CATALOGO DE COMPANIAS (DYN-CIAMNT). '
                   'FILE STATUS: ' WS-CIA-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH.
           DISPLAY 'CIATRF_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIATRF-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIATRF-PATH = SPACES
               MOVE WS-CIATRF-PATH-DFLT TO WS-CIATRF-PATH
           END-IF.
           OPEN I-O CIA-TRF.
           IF WS-CTF-STATUS = '35'
               OPEN OUTPUT CIA-TRF
               CLOSE CIA-TRF
               OPEN I-O CIA-TRF
           END-IF.
           PERFORM 060-ABRE-SALDOS.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           IF WS-SAV-STATUS = '00'
               CLOSE SAV-MAST
           END-IF.
           IF WS-LOAN-STATUS = '00'
               CLOSE LOAN-MAST
           END-IF.
           IF WS-GARN-STATUS = '00'
               CLOSE GARN-MAST
           END-IF.
           CLOSE CIA-TRF.
           CLOSE EMPLEADO.
           CLOSE CIA-MAST.
           DISPLAY SEP.
           DISPLAY 'TRASPASOS APLICADOS: ' WS-TRASPASOS.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-LIQUID.
           050-CHECA-ROL.
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY MOVE SPACE TO WS-CUR-ROL
                   NOT INVALID KEY MOVE OP-ROL TO WS-CUR-ROL
               END-READ
               CLOSE OPER-MAST.

      *LOS ARCHIVOS DE SALDOS SE ABREN UNA VEZ; SIN ARCHIVO NO
      *HAY SALDOS DE ESE TIPO QUE DECIDIR.
           060-ABRE-SALDOS.
               MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               DISPLAY 'SAVMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-SAVMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-SAVMAST-PATH = SPACES
                   MOVE WS-SAVMAST-PATH-DFLT TO WS-SAVMAST-PATH
               END-IF
               OPEN I-O SAV-MAST
               MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
               DISPLAY 'LOANMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-LOANMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-LOANMAST-PATH = SPACES
                   MOVE WS-LOANMAST-PATH-DFLT TO WS-LOANMAST-PATH
               END-IF
               OPEN I-O LOAN-MAST
               MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
               DISPLAY 'GARNMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-GARNMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-GARNMAST-PATH = SPACES
                   MOVE WS-GARNMAST-PATH-DFLT TO WS-GARNMAST-PATH
               END-IF
               OPEN I-O GARN-MAST.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (T=TRASPASA V=VER TRASPASOS F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'T' PERFORM 200-TRASPASA THRU 200-SALIDA
               WHEN 'V' PERFORM 500-HISTORIAL THRU 500-SALIDA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-EMPLEADO.
           DISPLAY 'ID DEL EMPLEADO:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
                   MOVE SPACE TO EMP-STATUS
               NOT INVALID KEY
                   IF CIA-CLV = SPACES
                       MOVE '01' TO CIA-CLV
                   END-IF
                   DISPLAY ID-EMPL ' ' NOM-EMPL ' ESTADO: '
                       EMP-STATUS ' COMPANIA: ' CIA-CLV
           END-READ.

      *DEJA EL REGISTRO PATRONAL DE CM-CLV EN WS-REG-NVO.
       120-LEE-CIA.
           MOVE 'S' TO WS-CIA-HALLO.
           MOVE SPACES TO WS-REG-NVO.
           READ CIA-MAST KEY IS CM-CLV
               INVALID KEY
                   MOVE 'N' TO WS-CIA-HALLO
               NOT INVALID KEY
                   MOVE CM-REG-PAT TO WS-REG-NVO
           END-READ.

      *SOLO UN EMPLEADO ACTIVO SE TRASPASA: EL DE BAJA SE
      *REINGRESA Y EL QUE ESTA EN LICENCIA SE REINCORPORA
      *PRIMERO (DYN-LOAMNT).
       200-TRASPASA.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 200-SALIDA
           END-IF.
           IF EMP-STATUS = 'I'
               DISPLAY 'EL EMPLEADO ESTA DE BAJA'
               GO TO 200-SALIDA
           END-IF.
           IF EMP-STATUS = 'L'
               DISPLAY 'EN LICENCIA; REINCORPORELO ANTES EN '
                   'DYN-LOAMNT'
               GO TO 200-SALIDA
           END-IF.
           MOVE CIA-CLV TO WS-CIA-ANT.
           MOVE WS-CIA-ANT TO CM-CLV.
           PERFORM 120-LEE-CIA.
           MOVE WS-REG-NVO TO WS-REG-ANT.
           IF WS-REG-ANT = SPACES
               DISPLAY 'LA COMPANIA ' WS-CIA-ANT ' NO TIENE REGISTRO '
                   'PATRONAL; CAPTURELO EN DYN-CIAMNT'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'COMPANIA DESTINO:'.
           ACCEPT WS-CIA-NVA.
           IF WS-CIA-NVA = WS-CIA-ANT
               DISPLAY 'YA PERTENECE A ESA COMPANIA'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-CIA-NVA TO CM-CLV.
           PERFORM 120-LEE-CIA.
           IF WS-CIA-HALLO = 'N'
               DISPLAY 'COMPANIA NO EXISTE EN CIA-MAST'
               GO TO 200-SALIDA
           END-IF.
           IF WS-REG-NVO = SPACES
               DISPLAY 'LA COMPANIA ' WS-CIA-NVA ' NO TIENE REGISTRO '
                   'PATRONAL; CAPTURELO EN DYN-CIAMNT'
               GO TO 200-SALIDA
           END-IF.
           DISPLAY 'DESTINO: ' CM-NOM.
           MOVE 'N' TO WS-PER-OK.
           PERFORM 210-PERIODO UNTIL WS-PER-OK = 'S'.
           PERFORM 220-CHECA-PAYHIST.
           IF WS-PH-POSTERIOR = 'S'
               DISPLAY 'YA HAY PAGOS DE ' WS-PERIODO ' O POSTERIORES '
                   'EN PAYHIST; EL TRASPASO RIGE DESDE UN PERIODO '
                   'SIN PAGAR'
               GO TO 200-SALIDA
           END-IF.
           PERFORM 230-FECHAS.
           PERFORM 300-SALDOS.
           DISPLAY SEP.
           DISPLAY 'TRASPASAR A ' ID-EMPL ' DE ' WS-CIA-ANT ' A '
               WS-CIA-NVA ' DESDE ' WS-F-ALTA.
           DISPLAY 'YTD CERRADO EN ' WS-CIA-ANT ': ' YTD-SUE.
           DISPLAY 'SE LIQUIDAN - AHORRO: ' WS-SAV-PAGO
               ' PRESTAMOS: ' WS-LON-LIQ ' RETENCIONES: ' WS-GAR-LIQ.
           DISPLAY 'CONFIRMA (S/N)?'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               DISPLAY 'NO SE REGISTRO NADA'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-ID TO TF-ID-EMPL.
           MOVE WS-PERIODO TO TF-PERIODO.
           MOVE WS-F-ALTA TO TF-FECHA.
           MOVE WS-CIA-ANT TO TF-CIA-ANT.
           MOVE WS-CIA-NVA TO TF-CIA-NVA.
           MOVE WS-REG-ANT TO TF-REG-PAT-ANT.
           MOVE WS-REG-NVO TO TF-REG-PAT-NVO.
           MOVE YTD-SUE TO TF-YTD-CIERRE.
           MOVE WS-LON-LIQ TO TF-LON-LIQ.
           MOVE WS-GAR-LIQ TO TF-GAR-LIQ.
           MOVE WS-SAV-PAGO TO TF-SAV-LIQ.
           MOVE WS-CUR-OPER-ID TO TF-OPER.
           MOVE WS-HOY TO TF-F-CAP.
           WRITE CTF-REC
               INVALID KEY
                   DISPLAY 'YA HAY UN TRASPASO DEL EMPLEADO DESDE '
                       'ESE PERIODO'
                   GO TO 200-SALIDA
           END-WRITE.
           PERFORM 400-APLICA.
           MOVE WS-CIA-NVA TO CIA-CLV.
           PERFORM 600-GRABA-EMPLEADO.
           PERFORM 450-AVISOS.
           ADD 1 TO WS-TRASPASOS.
           DISPLAY 'TRASPASADO A LA COMPANIA ' WS-CIA-NVA ' DESDE '
               WS-F-ALTA '; CONSERVA ID Y ANTIGUEDAD.'.
       200-SALIDA.
           EXIT.

      *EL TRASPASO NO SE CAPTURA POR ADELANTADO (COMO LAS
      *LICENCIAS) NI ANTES DEL MES DE INGRESO.
           210-PERIODO.
               DISPLAY 'PERIODO DESDE EL QUE PAGA LA NUEVA COMPANIA '
                   '(AAAAMM, ENTER = MES ACTUAL):'
               MOVE SPACES TO WS-PERIODO
               ACCEPT WS-PERIODO
               IF WS-PERIODO = SPACES
                   MOVE WS-HOY(1:6) TO WS-PERIODO
               END-IF
               MOVE 'N' TO WS-PER-OK
               IF WS-PERIODO IS NUMERIC
                   MOVE WS-PERIODO TO WS-PER-X
                   IF WS-PER-MM > 0 AND WS-PER-MM < 13
                       MOVE 'S' TO WS-PER-OK
                   END-IF
               END-IF
               IF WS-PER-OK = 'N'
                   DISPLAY 'PERIODO INVALIDO'
               ELSE
                   IF WS-PERIODO > WS-HOY(1:6)
                       DISPLAY 'CAPTURE EL TRASPASO EN EL MES QUE RIGE'
                       MOVE 'N' TO WS-PER-OK
                   ELSE
                       IF F-ING IS NUMERIC
                           AND WS-PERIODO < F-ING(1:6)
                           DISPLAY 'ANTERIOR A SU FECHA DE INGRESO'
                           MOVE 'N' TO WS-PER-OK
                       END-IF
                   END-IF
               END-IF.

      *EL PERIODO DEL TRASPASO Y LOS POSTERIORES DEBEN ESTAR SIN
      *PAGAR: LO YA PAGADO ES DE LA COMPANIA ANTERIOR.
           220-CHECA-PAYHIST.
               MOVE 'N' TO WS-PH-POSTERIOR
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               OPEN INPUT PAYHIST
               IF WS-PAYH-STATUS = '00'
                   MOVE 0 TO WS-PH-FLAG
                   MOVE WS-ID TO PH-ID-EMPL
                   MOVE WS-PERIODO TO PH-PERIODO
                   MOVE SPACES TO PH-GRUPO
                   MOVE 0 TO PH-SEC
                   START PAYHIST KEY IS NOT LESS THAN PH-KEY
                       INVALID KEY MOVE 1 TO WS-PH-FLAG
                   END-START
                   IF WS-PH-FLAG = 0
                       READ PAYHIST NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF PH-ID-EMPL = WS-ID
                                   MOVE 'S' TO WS-PH-POSTERIOR
                               END-IF
                       END-READ
                   END-IF
                   CLOSE PAYHIST
               END-IF.

           230-FECHAS.
               MOVE SPACES TO WS-F-ALTA
               STRING WS-PERIODO '01' DELIMITED BY SIZE
                   INTO WS-F-ALTA
               MOVE WS-F-ALTA TO WS-F-ALTA-N
               COMPUTE WS-F-BAJA-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-F-ALTA-N) - 1)
               IF WS-PER-MM = 1
                   COMPUTE WS-PANT-AA = WS-PER-AA - 1
                   MOVE 12 TO WS-PANT-MM
               ELSE
                   MOVE WS-PER-AA TO WS-PANT-AA
                   COMPUTE WS-PANT-MM = WS-PER-MM - 1
               END-IF.

      *RECORRE LOS SALDOS DEL EMPLEADO Y PIDE LA DECISION DE
      *CADA UNO. NO MUEVE NADA: SE APLICA AL CONFIRMAR.
       300-SALDOS.
           MOVE 'T' TO WS-SAV-DEC.
           MOVE 0 TO WS-SAV-PAGO.
           MOVE 0 TO WS-LON-LIQ.
           MOVE 0 TO WS-GAR-LIQ.
           MOVE 0 TO WS-LN-N.
           MOVE 0 TO WS-GN-N.
           IF WS-SAV-STATUS = '00'
               MOVE WS-ID TO SV-ID-EMPL
               READ SAV-MAST KEY IS SV-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SV-SALDO-EMP > 0 OR SV-SALDO-CIA > 0
                           PERFORM 310-AHORRO
                       END-IF
               END-READ
           END-IF.
           IF WS-LOAN-STATUS = '00'
               MOVE 0 TO WS-LOAN-FLAG
               MOVE WS-ID TO LN-ID-EMPL
               MOVE SPACES TO LN-NUM
               START LOAN-MAST KEY IS NOT LESS THAN LN-KEY
                   INVALID KEY MOVE 1 TO WS-LOAN-FLAG
               END-START
               PERFORM 320-PRESTAMO UNTIL WS-LOAN-FLAG = 1
           END-IF.
           IF WS-GARN-STATUS = '00'
               MOVE 0 TO WS-GARN-FLAG
               MOVE WS-ID TO GN-ID-EMPL
               MOVE SPACES TO GN-CASO
               START GARN-MAST KEY IS NOT LESS THAN GN-KEY
                   INVALID KEY MOVE 1 TO WS-GARN-FLAG
               END-START
               PERFORM 330-RETENCION UNTIL WS-GARN-FLAG = 1
           END-IF.

           305-DECISION.
               MOVE SPACE TO WS-DEC
               PERFORM 306-PIDE-DECISION UNTIL WS-DEC = 'T'
                   OR WS-DEC = 'L'.

           306-PIDE-DECISION.
               DISPLAY '    T=PASA CON EL EMPLEADO  L=SE LIQUIDA:'
               ACCEPT WS-DEC.

           310-AHORRO.
               DISPLAY 'FONDO DE AHORRO - EMPLEADO: ' SV-SALDO-EMP
                   ' EMPRESA: ' SV-SALDO-CIA
               PERFORM 305-DECISION
               MOVE WS-DEC TO WS-SAV-DEC
               IF WS-SAV-DEC = 'L'
                   COMPUTE WS-SAV-PAGO = SV-SALDO-EMP + SV-SALDO-CIA
               END-IF.

           320-PRESTAMO.
               READ LOAN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LOAN-FLAG
                   NOT AT END
                       IF LN-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-LOAN-FLAG
                       ELSE
                           IF LN-SALDO > 0
                               PERFORM 321-DECIDE-PRESTAMO
                           END-IF
                       END-IF
               END-READ.

           321-DECIDE-PRESTAMO.
               IF WS-LN-N < 20
                   DISPLAY 'PRESTAMO ' LN-NUM ' SALDO: ' LN-SALDO
                       ' ABONO: ' LN-ABONO-PER
                   PERFORM 305-DECISION
                   ADD 1 TO WS-LN-N
                   MOVE LN-NUM TO WS-LN-NUM(WS-LN-N)
                   MOVE WS-DEC TO WS-LN-DEC(WS-LN-N)
                   IF WS-DEC = 'L'
                       ADD LN-SALDO TO WS-LON-LIQ
                   END-IF
               ELSE
                   DISPLAY 'PRESTAMO ' LN-NUM ' PASA CON EL EMPLEADO '
                       '(MAS DE 20 PRESTAMOS)'
               END-IF.

           330-RETENCION.
               READ GARN-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-GARN-FLAG
                   NOT AT END
                       IF GN-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-GARN-FLAG
                       ELSE
                           IF GN-SALDO > 0
                               PERFORM 331-DECIDE-RETENCION
                           END-IF
                       END-IF
               END-READ.

           331-DECIDE-RETENCION.
               IF WS-GN-N < 20
                   DISPLAY 'RETENCION JUDICIAL ' GN-CASO ' SALDO: '
                       GN-SALDO ' POR PERIODO: ' GN-MONTO-PER
                   PERFORM 305-DECISION
                   ADD 1 TO WS-GN-N
                   MOVE GN-CASO TO WS-GN-CASO(WS-GN-N)
                   MOVE WS-DEC TO WS-GN-DEC(WS-GN-N)
                   IF WS-DEC = 'L'
                       ADD GN-SALDO TO WS-GAR-LIQ
                   END-IF
               ELSE
                   DISPLAY 'RETENCION ' GN-CASO ' PASA CON EL '
                       'EMPLEADO (MAS DE 20 CASOS)'
               END-IF.

      *APLICA LAS DECISIONES. LOS PRESTAMOS LIQUIDADOS SE COBRAN
      *PRIMERO DEL FONDO DE AHORRO QUE SE ENTREGA; LO QUE NO
      *ALCANCE, Y LAS RETENCIONES LIQUIDADAS, QUEDAN CON ABONO
      *IGUAL AL SALDO PARA QUE LA SIGUIENTE CORRIDA LOS COBRE
      *COMPLETOS (HASTA DONDE ALCANCE EL NETO).
       400-APLICA.
           MOVE WS-SAV-PAGO TO WS-SAV-DISP.
           MOVE 0 TO WS-SAV-DESC.
           PERFORM 410-APLICA-PRESTAMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LN-N.
           PERFORM 430-APLICA-RETENCION
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GN-N.
           IF WS-SAV-DEC = 'L'
               PERFORM 420-ENTREGA-AHORRO
           END-IF.

           410-APLICA-PRESTAMO.
               IF WS-LN-DEC(WS-I) = 'L'
                   MOVE WS-ID TO LN-ID-EMPL
                   MOVE WS-LN-NUM(WS-I) TO LN-NUM
                   READ LOAN-MAST KEY IS LN-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 411-LIQUIDA-PRESTAMO
                   END-READ
               END-IF.

           411-LIQUIDA-PRESTAMO.
               MOVE LN-SALDO TO WS-DESC
               IF WS-DESC > WS-SAV-DISP
                   MOVE WS-SAV-DISP TO WS-DESC
               END-IF
               SUBTRACT WS-DESC FROM LN-SALDO
               SUBTRACT WS-DESC FROM WS-SAV-DISP
               ADD WS-DESC TO WS-SAV-DESC
               IF LN-SALDO > 0
                   MOVE LN-SALDO TO LN-ABONO-PER
               END-IF
               REWRITE LOAN-REC
               DISPLAY '    PRESTAMO ' LN-NUM ' COBRADO DEL AHORRO: '
                   WS-DESC ' PENDIENTE PARA LA CORRIDA: ' LN-SALDO.

           430-APLICA-RETENCION.
               IF WS-GN-DEC(WS-I) = 'L'
                   MOVE WS-ID TO GN-ID-EMPL
                   MOVE WS-GN-CASO(WS-I) TO GN-CASO
                   READ GARN-MAST KEY IS GN-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE GN-SALDO TO GN-MONTO-PER
                           REWRITE GARN-REC
                           DISPLAY '    RETENCION ' GN-CASO
                               ' SE COBRA COMPLETA EN LA CORRIDA: '
                               GN-SALDO
                   END-READ
               END-IF.

      *ENTREGA DEL FONDO COMO DYN-SAVPAY, EN EL ULTIMO PERIODO DE
      *LA COMPANIA ANTERIOR: DEVOLUCION DE AHORRO SIN IMPUESTO,
      *CON LOS PRESTAMOS COBRADOS COMO DEDUCCION.
           420-ENTREGA-AHORRO.
               MOVE WS-ID TO SV-ID-EMPL
               READ SAV-MAST KEY IS SV-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO SV-SALDO-EMP
                       MOVE 0 TO SV-SALDO-CIA
                       REWRITE SAV-REC
               END-READ
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               OPEN I-O PAYHIST
               IF WS-PAYH-STATUS = '35'
                   OPEN OUTPUT PAYHIST
                   CLOSE PAYHIST
                   OPEN I-O PAYHIST
               END-IF
               MOVE WS-HOY TO PH-FECHA
               MOVE WS-PANT-X TO PH-PERIODO
               MOVE WS-ID TO PH-ID-EMPL
               MOVE TIPO-PAGO TO PH-TIPO-PAGO
               MOVE 0 TO PH-HORAS-TRAB
               MOVE 0 TO PH-HORAS-EXTRA
               MOVE WS-SAV-PAGO TO PH-PAGO-BRUTO
               MOVE 0 TO PH-ISR
               MOVE WS-SAV-DESC TO PH-DEDUC
               COMPUTE PH-NETO = WS-SAV-PAGO - WS-SAV-DESC
               MOVE 'F' TO PH-GRUPO
               MOVE 0 TO PH-SEC
               MOVE 'N' TO WS-PH-LISTO
               PERFORM 421-ESCRIBE-PH UNTIL WS-PH-LISTO = 'S'
               CLOSE PAYHIST
               DISPLAY '    FONDO DE AHORRO ENTREGADO: ' WS-SAV-PAGO
                   ' NETO: ' PH-NETO
               DISPLAY '    EMITA EL PAGO CON DYN-CHKPAY / DYN-DEPEXT '
                   '(GRUPO F, PERIODO ' WS-PANT-X ').'.

      *LA LLAVE LLEVA UN CONSECUTIVO, COMO EN DYN-SAVPAY.
           421-ESCRIBE-PH.
               WRITE PAYH-REC
                   INVALID KEY
                       IF PH-SEC < 99
                           ADD 1 TO PH-SEC
                       ELSE
                           DISPLAY 'PAYHIST: NO SE PUDO ESCRIBIR EL '
                               'DETALLE DE ' PH-ID-EMPL
                           MOVE 'S' TO WS-PH-LISTO
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PH-LISTO
               END-WRITE.

      *AVISOS PARA EL IDSE: BAJA EN EL REGISTRO ANTERIOR LA
      *VISPERA DEL TRASPASO Y REINGRESO EN EL NUEVO EL DIA 1,
      *CON EL SDI VIGENTE. SIN NSS NO HAY AVISO QUE PRESENTAR.
       450-AVISOS.
           IF NSS = SPACES
               DISPLAY 'SIN NSS: PRESENTE LOS AVISOS IMSS A MANO'
           ELSE
               PERFORM 947-CALCULA-SDI
               MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH
               DISPLAY 'IDSEEXT_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-IDSEEXT-PATH FROM ENVIRONMENT-VALUE
               IF WS-IDSEEXT-PATH = SPACES
                   MOVE WS-IDSEEXT-PATH-DFLT TO WS-IDSEEXT-PATH
               END-IF
               OPEN EXTEND IDSE-EXT
               IF WS-IDSE-STATUS = '35'
                   OPEN OUTPUT IDSE-EXT
               END-IF
               MOVE NSS TO IDS-NSS
               MOVE WS-SDI-CALC TO IDS-SDI-ANT
               MOVE 0 TO IDS-SDI-NVO
               MOVE WS-F-BAJA-N TO IDS-FECHA
               MOVE ID-EMPL TO IDS-ID-EMPL
               MOVE '02' TO IDS-TIPO-MOV
               MOVE WS-REG-ANT TO IDS-REG-PAT
               WRITE IDSE-REC
               MOVE 0 TO IDS-SDI-ANT
               MOVE WS-SDI-CALC TO IDS-SDI-NVO
               MOVE WS-F-ALTA TO IDS-FECHA
               MOVE '08' TO IDS-TIPO-MOV
               MOVE WS-REG-NVO TO IDS-REG-PAT
               WRITE IDSE-REC
               CLOSE IDSE-EXT
               DISPLAY 'AVISOS IDSE: BAJA ' WS-REG-ANT ' AL '
                   WS-F-BAJA-N ' Y REINGRESO ' WS-REG-NVO ' AL '
                   WS-F-ALTA
           END-IF.

       500-HISTORIAL.
           PERFORM 110-EMPLEADO.
           IF EMP-STATUS = SPACE
               GO TO 500-SALIDA
           END-IF.
           MOVE 0 TO WS-RENGLONES.
           MOVE 0 TO WS-PH-FLAG.
           MOVE WS-ID TO TF-ID-EMPL.
           MOVE LOW-VALUES TO TF-PERIODO.
           START CIA-TRF KEY IS NOT LESS THAN TF-KEY
               INVALID KEY MOVE 1 TO WS-PH-FLAG
           END-START.
           PERFORM 510-LINEA UNTIL WS-PH-FLAG = 1.
           IF WS-RENGLONES = 0
               DISPLAY 'SIN TRASPASOS REGISTRADOS'
           END-IF.
       500-SALIDA.
           EXIT.

           510-LINEA.
               READ CIA-TRF NEXT RECORD
                   AT END MOVE 1 TO WS-PH-FLAG
                   NOT AT END
                       IF TF-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-PH-FLAG
                       ELSE
                           ADD 1 TO WS-RENGLONES
                           DISPLAY TF-PERIODO ' ' TF-CIA-ANT ' -> '
                               TF-CIA-NVA ' YTD CERRADO '
                               TF-YTD-CIERRE ' LIQUIDADO AHORRO '
                               TF-SAV-LIQ ' PREST ' TF-LON-LIQ
                               ' RET ' TF-GAR-LIQ
                       END-IF
               END-READ.

      *EL CAMBIO DE COMPANIA VA AL DIARIO Y A LA AUDITORIA COMO
      *EDICION ('E'): NO ES BAJA NI ALTA PARA LA ROTACION.
       600-GRABA-EMPLEADO.
           REWRITE REG-EMPL.
           MOVE 'R' TO WS-JRN-OP.
           PERFORM 937-JOURNAL.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE 'DYNCIATR' TO WS-AUD-PROGRAMA.
           MOVE 'E' TO WS-AUD-OPER.
           MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT.
           MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO.
           PERFORM 903-AUDITORIA.

           COPY IMSLKUP.
           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
