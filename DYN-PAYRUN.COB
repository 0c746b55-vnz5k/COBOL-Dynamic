      *(RETRO-PEND) SE SUMAN AL BRUTO DEL EMPLEADO Y SE MARCAN  *
      *APLICADOS, PARA QUE EL RETRO PASE POR IMPUESTO, YTD-SUE  *
      *Y POLIZA COMO CUALQUIER OTRO PAGO.                       *
      *LAS PRIMAS DOMINICAL Y DE FESTIVO TRABAJADO DEL PERIODO  *
      *(PRIM-DET, LAS DERIVA LA CARGA DE HORAS) SE SUMAN AL     *
      *BRUTO Y A LA BASE DEL IMSS, QUEDAN EN DEDDET COMO        *
      *PERCEPCIONES 'D' / 'H' Y SE MARCAN PAGADAS.              *
      *A LOS DE COMISION Y DESTAJO 912-CALCULA-PAGO LES TOMA EL *
      *PAGO VARIABLE DEL PERIODO (VAR-PER, DYN-VARLOAD) CON SU  *
      *COMPLEMENTO AL SALARIO MINIMO; QUEDAN EN DEDDET COMO     *
      *PERCEPCIONES 'V' / 'G' Y EL RENGLON SE MARCA PAGADO.     *
      *MODO PRENOMINA DE PRUEBA ('P'): HACE EL CALCULO COMPLETO *
      *DEL GRUPO Y PERIODO PERO LO DEJA EN PAYHPRE / DEDPRE     *
      *(CADA PRUEBA REEMPLAZA A LA ANTERIOR) Y NO TOCA YTD-SUE, *
      *SALDOS DE PRESTAMOS NI JUDICIALES, FONDO DE AHORRO,      *
      *RETROS, PRIMAS, IMSDET, PERCTL NI EL CHECKPOINT; NO PIDE *
      *EL VISTO BUENO DE DYN-PREPAY. SE REVISA CON DYN-PAYREG Y *
      *DYN-PAYVAR EN MODO 'P' Y SE REPITE LAS VECES QUE HAGA    *
      *FALTA ANTES DE LA CORRIDA REAL ('R').                    *
      *LA CORRIDA REAL ES EL PASO 02 DEL CICLO (CYC-CTL): EXIGE *
      *OPERADOR FIRMADO Y EL FILTRO PREVIO DEL CICLO COMPLETO,  *
      *Y AL TERMINAR ANOTA EL PASO PARA LIBERAR DYN-PAYVAR.     *
      *EN UN PERIODO PLANEADO EN REBANADAS (DYN-PAYSLC) CADA    *
      *SESION CORRE UNA REBANADA (RANGO DE ID O COMPANIA) AL    *
      *MISMO TIEMPO QUE LAS DEMAS, CON SU CHECKPOINT EN         *
      *PSL-CTL EN VEZ DE PC-ULT-ID; EL PERIODO NO SE CIERRA     *
      *AQUI SINO EN LA MEZCLA (DYN-PAYMRG) CUANDO TODAS         *
      *TERMINARON.                                              *
      *LOS PREMIOS DE PUNTUALIDAD Y ASISTENCIA QUE DEJA         *
      *DYN-PUNCALC EN PRIM-DET ('P' / 'A') SE TOMAN JUNTO CON   *
      *LAS PRIMAS: ENTRAN AL BRUTO Y QUEDAN EN DEDDET COMO      *
      *PERCEPCION 'A'.                                          *
      *AL EMPLEADO EN LICENCIA (EMP-STATUS 'L', LOA-MAST) NO SE *
      *LE PAGAN LOS DIAS DE LA LICENCIA: SI EMPIEZA O TERMINA A *
      *MEDIO MES EL ASALARIADO COBRA SOLO LOS DIAS TRABAJADOS;  *
      *SI CUBRE EL PERIODO NO COBRA, Y EN LAS INCAPACIDADES SE  *
      *ASIENTA SOLO LA CUOTA PATRONAL DEL IMSS.                 *
      *LA CORRIDA REAL DEJA A CADA EMPLEADO PAGADO UN AVISO     *
      *'TALN' (TALON DISPONIBLE, A SU PROPIO EMAIL) EN LA       *
      *BANDEJA NTF-OUT; UN REINICIO NO LO REPITE.               *
      *LOS VALES DE DESPENSA DEL PERIODO (934-CALCULA-VALES,    *
      *MONTO POR PLAN O BANDA EN VLS-PARM) SE PAGAN EN ESPECIE: *
      *LO QUE REBASA EL TOPE EXENTO (40% DE LA UMA POR DIA)     *
      *ENTRA A LA BASE DEL ISR Y DEL IMSS PERO NO AL NETO NI AL *
      *BRUTO EN EFECTIVO; QUEDAN EN DEDDET COMO PERCEPCION 'W'  *
      *(EXENTA Y GRAVADA) Y DYN-VLSDIS ARMA LA DISPERSION AL    *
      *PROVEEDOR Y SU POLIZA.                                   *
      *AL AFILIADO A UN SINDICATO (SND-MEM) SE LE DESCUENTA LA  *
      *CUOTA SINDICAL SEGUN LA REGLA DE SU SINDICATO (SND-CAT): *
      *PORCENTAJE DEL SUELDO BASE DEL PERIODO O MONTO FIJO; VA  *
      *A DEDDET COMO 'U' Y DE AHI AL ENTERO (DYN-REMVCH).       *
      *LOS VIATICOS APROBADOS POR EL JEFE (VIA-MAST, RUTA 'N')  *
      *SE PAGAN EN LA CORRIDA (972-CALCULA-VIATICOS): LA PARTE  *
      *GRAVADA ENTRA AL BRUTO Y AL ISR; LA EXENTA Y LOS         *
      *ANTICIPOS DE VIAJE VAN DERECHO AL NETO Y EL ANTICIPO YA  *
      *ENTREGADO QUE CUBRIO UNA COMPROBACION SE DESCUENTA DE    *
      *EL HASTA DONDE ALCANCE; LO QUE NO CABE VUELVE A QUEDAR   *
      *ABIERTO EN EL ANTICIPO. NINGUNO ENTRA A LA BASE DEL      *
      *IMSS NI A LA DE LOS DESCUENTOS (LA GRAVADA SOLO SE QUEDA *
      *EN EL BRUTO DE PAYHIST); TODO QUEDA EN DEDDET COMO 'Y'.  *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY TAXFILE.
           COPY BENFILE.
           COPY ENRFILE.
           COPY SNDFILE.
           COPY VLSFILE.
           COPY GARFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY RETFILE.
           COPY LONFILE.
           COPY IMSDETFILE.
           COPY ABSFILE.
           COPY DETFILE.
           COPY REFFILE.
           COPY INFFILE.
           COPY PRDFILE.
           COPY LOAFILE.
           COPY CYCFILE.
           COPY PSLFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY NTFFILE.
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
           COPY TAXFD.
           COPY BENFD.
           COPY ENRFD.
           COPY SNDFD.
           COPY VLSFD.
           COPY GARFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY RETFD.
           COPY LONFD.
           COPY SAVFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY REFFD.
           COPY INFFD.
           COPY ABSFD.
           COPY DETFD.
           COPY PRDFD.
           COPY LOAFD.
           COPY CYCFD.
           COPY PSLFD.
           COPY OPERFD.
           COPY SESFD.
           COPY NTFFD.
           COPY VIAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY QSCSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY AUDITSTAT.
           COPY PAYHSTAT.
           COPY PERCSTAT.
           COPY TAXSTAT.
           COPY BENSTAT.
           COPY ENRSTAT.
           COPY SNDSTAT.
           COPY VLSSTAT.
           COPY GARSTAT.
           COPY RETSTAT.
           COPY LONSTAT.
           COPY LVTSTAT.
           COPY SAVSTAT.
           COPY IMSSTAT.
           COPY REFSTAT.
           COPY INFSTAT.
           COPY ASTSTAT.
           COPY ABSSTAT.
           COPY DETSTAT.
           COPY PRDSTAT.
           COPY LOASTAT.
           COPY CYCSTAT.
           COPY PSLSTAT.
           COPY OPERSTAT.
           COPY NTFSTAT.
           COPY VIASTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-TOTAL-PAGADO              PIC 9(09)V99 VALUE 0.

       01 WS-DESDE-ID                  PIC 9(06) VALUE 0.

      *REBANADA DE PSL-CTL QUE CORRE ESTA SESION (00 = CORRIDA
      *COMPLETA) Y ULTIMO ID QUE LE TOCA.
       01 WS-REB                       PIC 9(02) VALUE 0.
       01 WS-HASTA-ID                  PIC 9(06) VALUE 999999.

      *R = CORRIDA REAL, P = PRENOMINA DE PRUEBA (NO ACTUALIZA NADA).
       01 WS-MODO                      PIC X.
       01 WS-YTD-PROY                  PIC 9(08)V99.

      *PRORRATEO DEL PRIMER PERIODO DE UN INGRESO A MEDIO MES.
       01 WS-PRO-FECHA                 PIC X(08).
       01 WS-PRO-DD                    PIC 9(02).
       01 WS-PRO-DIAS                  PIC 9(02).

      *PAGO DE 912 (BASE MAS TURNO) ANTES DE PRORRATEOS Y FALTAS:
      *CON EL SE REPARTE EL DESCUENTO ENTRE EL TIEMPO EXTRA Y LA
      *PRIMA DE TURNO QUE SE DETALLAN EN DEDDET.
       01 WS-PAGO-912                  PIC 9(07)V99.
       01 WS-EXTRA-DET                 PIC 9(07)V99.
       01 WS-TURNO-DET                 PIC 9(07)V99.

      *LICENCIA QUE TOCA EL PERIODO: SI SE PAGA AL EMPLEADO EN
      *LICENCIA Y CUANTOS QUEDARON SIN PAGO.
       01 WS-LOA-PAGA                  PIC X.
       01 WS-EN-LICENCIA               PIC 9(06) VALUE 0.

      *GRUPO DE PAGO DE LA CORRIDA: SOLO SE ABONA A LOS EMPLEADOS
      *DE ESTE GRUPO (UN GRUPO-PAGO EN SPACES CUENTA COMO 'M').
       01 WS-GRUPO                     PIC X.
           DISPLAY SEP.
           DISPLAY '            CORRIDA DE NOMINA'.
           DISPLAY SEP.
           PERFORM 040-PIDE-MODO.
           PERFORM 045-PIDE-GRUPO.
           PERFORM 046-PIDE-CIA.
           PERFORM 050-PIDE-PERIODO.
           IF WS-MODO = 'P'
               PERFORM 065-VERIFICA-PRUEBA
           ELSE
               MOVE 'DYNPYRUN' TO WS-SES-PROGRAMA
               PERFORM 906-OPER-LOGIN
               PERFORM 055-VERIFICA-CICLO
               PERFORM 060-VERIFICA-PERIODO
               PERFORM 047-PIDE-REBANADA
               PERFORM 068-VERIFICA-REBANADA
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           IF WS-MODO = 'P'
               OPEN INPUT EMPLEADO
           ELSE
               OPEN I-O EMPLEADO
           END-IF.
           PERFORM 990-CHK-EMP-STATUS.
      *CANDADO DE VENTANA DE LOTE MIENTRAS DURA LA CORRIDA; UNA
      *CORRIDA CAIDA LO DEJA PUESTO HASTA QUE EL RELANZAMIENTO
      *TERMINE (O UN SUPERVISOR LO QUITE EN DYN-QSCMNT). LA
      *PRENOMINA DE PRUEBA NO ACTUALIZA NADA Y NO LO PONE.
           IF WS-MODO = 'R'
               MOVE 'DYNPYRUN' TO WS-QSC-PROGRAMA
               PERFORM 975-QUIESCE-ON
           END-IF.
           MOVE 'S' TO WS-GARN-APLICA.
           MOVE 'S' TO WS-RETRO-APLICA.
           MOVE 'S' TO WS-LOAN-APLICA.
           MOVE 'S' TO WS-PRIMAVAC-APLICA.
           MOVE 'S' TO WS-AHORRO-APLICA.
           MOVE 'S' TO WS-IMSS-APLICA.
           MOVE 'S' TO WS-SUB-APLICA.
           MOVE 'S' TO WS-INF-APLICA.
           MOVE 'S' TO WS-INF-MUESTRA.
           MOVE 'S' TO WS-PRD-APLICA.
           MOVE 'S' TO WS-VAR-APLICA.
           MOVE 'S' TO WS-VIA-APLICA.
           IF WS-MODO = 'P'
               PERFORM 030-PREPARA-PRUEBA
           END-IF.
           MOVE WS-PH-PERIODO TO WS-PRD-PERIODO.
           MOVE WS-PH-PERIODO TO WS-VAR-PERIODO.
           MOVE WS-PH-PERIODO TO WS-IMSS-PERIODO.
           MOVE WS-PH-PERIODO TO WS-ABS-PERIODO.
           MOVE WS-PH-PERIODO TO WS-LOA-PERIODO.
      *LA RETENCION USA LA VERSION DE TAX-MAST VIGENTE EN EL
      *PERIODO QUE SE PAGA, NO LA DE HOY.
           MOVE SPACES TO WS-TAX-VIG-PIDE.
           STRING WS-PH-PERIODO '01' DELIMITED BY SIZE
               INTO WS-TAX-VIG-PIDE.
      *EL SDI SE TOPA A 25 UMA VIGENTES EN EL PERIODO (REF-MAST).
           MOVE WS-TAX-VIG-PIDE TO WS-REF-VIG-PIDE.
           MOVE WS-TAX-VIG-PIDE TO WS-INF-FECHA.
           PERFORM 984-REF-VIGENTE.
           IF WS-REF-HALLO = 'S'
               COMPUTE WS-SDI-TOPE = WS-REF-UMA * 25
               DISPLAY 'TOPE DEL SDI (25 UMA): ' WS-SDI-TOPE
           ELSE
               DISPLAY 'SIN VALORES DE REFERENCIA (DYN-REFMNT); '
                   'EL SDI NO SE TOPA.'
           END-IF.
           MOVE 'S' TO WS-DET-GRABA.
           MOVE WS-PH-PERIODO TO WS-DET-PERIODO.
           IF WS-DESDE-ID > 0
               IF WS-REB = 0
                   DISPLAY 'REANUDANDO DESPUES DEL ID: ' WS-DESDE-ID
               END-IF
               MOVE WS-DESDE-ID TO ID-EMPL
               START EMPLEADO KEY IS GREATER THAN ID-EMPL
                   INVALID KEY MOVE 1 TO WS-FLAG
           END-IF.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           IF WS-MODO = 'P'
               DISPLAY SEP
               DISPLAY 'PRENOMINA DE PRUEBA - NADA SE ACTUALIZO.'
               DISPLAY 'EMPLEADOS CALCULADOS: ' WS-CONTADOR
               DISPLAY 'EN LICENCIA SIN PAGO: ' WS-EN-LICENCIA
               DISPLAY 'TOTAL CALCULADO: ' WS-TOTAL-PAGADO
               DISPLAY 'REVISE CON DYN-PAYREG Y DYN-PAYVAR EN MODO P.'
               DISPLAY SEP
               STOP RUN
           END-IF.
           PERFORM 987-NT-CIERRA.
           IF WS-REB > 0
               PERFORM 075-TERMINA-REBANADA
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 070-CIERRA-PERIODO.
           PERFORM 976-QUIESCE-OFF.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           DISPLAY 'EMPLEADOS PAGADOS: ' WS-CONTADOR.
           DISPLAY 'EN LICENCIA SIN PAGO: ' WS-EN-LICENCIA.
           DISPLAY 'TOTAL PAGADO EN LA CORRIDA: ' WS-TOTAL-PAGADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *EN PRUEBA LOS CALCULOS SOLO CALCULAN (NINGUN SALDO SE MUEVE)
      *Y EL DETALLE VA A PAYHPRE / DEDPRE, QUE SE VACIAN AQUI PARA
      *QUE CADA PRUEBA REEMPLACE A LA ANTERIOR.
           030-PREPARA-PRUEBA.
               MOVE 'N' TO WS-GARN-APLICA
               MOVE 'N' TO WS-RETRO-APLICA
               MOVE 'N' TO WS-LOAN-APLICA
               MOVE 'N' TO WS-PRIMAVAC-APLICA
               MOVE 'N' TO WS-AHORRO-APLICA
               MOVE 'N' TO WS-IMSS-APLICA
               MOVE 'N' TO WS-INF-APLICA
               MOVE 'N' TO WS-PRD-APLICA
               MOVE 'N' TO WS-VAR-APLICA
               MOVE 'N' TO WS-VIA-APLICA
               MOVE 'S' TO WS-PH-PRUEBA
               MOVE 'S' TO WS-DET-PRUEBA
               MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               DISPLAY 'PAYHPRE_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PAYHIST-PATH = SPACES
                   MOVE WS-PAYHPRE-PATH-DFLT TO WS-PAYHIST-PATH
               END-IF
               OPEN OUTPUT PAYHIST
               CLOSE PAYHIST
               MOVE WS-DEDPRE-PATH-DFLT TO WS-DEDDET-PATH
               DISPLAY 'DEDPRE_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-DEDDET-PATH FROM ENVIRONMENT-VALUE
               IF WS-DEDDET-PATH = SPACES
                   MOVE WS-DEDPRE-PATH-DFLT TO WS-DEDDET-PATH
               END-IF
               OPEN OUTPUT DEDDET
               CLOSE DEDDET
               DISPLAY 'PRENOMINA DE PRUEBA: NO SE TOCAN YTD-SUE, '
                   'SALDOS, PERCTL NI EL CHECKPOINT.'.

           040-PIDE-MODO.
               DISPLAY 'MODO: PRENOMINA DE PRUEBA(P) O CORRIDA REAL(R):'
               ACCEPT WS-MODO
               IF WS-MODO NOT = 'P' AND WS-MODO NOT = 'R'
                   PERFORM 040-PIDE-MODO
               END-IF.

           045-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL):'
               ACCEPT WS-GRUPO
               DISPLAY 'COMPANIA (SPACES = TODAS):'
               ACCEPT WS-CIA.

      *REBANADA DEL PLAN DE DYN-PAYSLC QUE CORRE ESTA SESION; 00
      *ES LA CORRIDA COMPLETA DEL GRUPO DE SIEMPRE.
           047-PIDE-REBANADA.
               DISPLAY 'REBANADA (00 = CORRIDA COMPLETA):'
               ACCEPT WS-REB
               IF WS-REB NOT NUMERIC
                   PERFORM 047-PIDE-REBANADA
               END-IF.

      *PERIODO (AAAAMM) AL QUE PERTENECE LA CORRIDA; VIAJA EN CADA
      *RENGLON DE DETALLE DE PAYHIST.
           050-PIDE-PERIODO.
                   PERFORM 050-PIDE-PERIODO
               END-IF.

      *LA CORRIDA REAL ESPERA AL FILTRO PREVIO DEL CICLO (PASO 01).
           055-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 2 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'CORRIDA RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *EL PERIODO DEBE EXISTIR EN PERCTL Y ESTAR ABIERTO ('A').
      *SI TRAE PC-ULT-ID > 0 ES UNA CORRIDA CAIDA A LA MITAD Y SE
      *REANUDA DESPUES DEL ULTIMO ID YA ABONADO. PERCTL QUEDA
                   DISPLAY 'SIN CONTROL DE PERIODOS (DYN-PERMNT). '
                       'FILE STATUS: ' WS-PERC-STATUS
                   DISPLAY 'CORRIDA RECHAZADA.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF
               MOVE WS-GRUPO TO PC-GRUPO
                       DISPLAY 'ABRALO CON DYN-PERMNT. '
                           'CORRIDA RECHAZADA.'
                       CLOSE PERCTL
                       PERFORM 907-OPER-LOGOUT
                       STOP RUN
                   NOT INVALID KEY
                       IF PC-EST = 'C'
                           DISPLAY 'UNA SEGUNDA CORRIDA DUPLICARIA '
                               'YTD-SUE. CORRIDA RECHAZADA.'
                           CLOSE PERCTL
                           PERFORM 907-OPER-LOGOUT
                           STOP RUN
                       END-IF
                       IF PC-GO-NOGO NOT = 'G'
                               'DEL FILTRO PREVIO (DYN-PREPAY).'
                           DISPLAY 'CORRIDA RECHAZADA.'
                           CLOSE PERCTL
                           PERFORM 907-OPER-LOGOUT
                           STOP RUN
                       END-IF
                       MOVE PC-ULT-ID TO WS-DESDE-ID
               END-READ.

      *UN PERIODO PLANEADO EN REBANADAS YA NO ACEPTA LA CORRIDA
      *COMPLETA, NI UNA CORRIDA COMPLETA A MEDIAS ACEPTA REBANADAS.
      *LA REBANADA SUELTA PERCTL (LAS OTRAS SESIONES LO LEEN), TOMA
      *SU RANGO Y SU COMPANIA DEL PLAN Y, SI SE CAYO, REANUDA
      *DESPUES DE PS-ULT-ID CON SUS CONTADORES. PSL-CTL QUEDA
      *ABIERTO I-O TODA LA CORRIDA PARA IR GRABANDO EL CHECKPOINT.
           068-VERIFICA-REBANADA.
               MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH
               DISPLAY 'PSLCTL_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PSLCTL-PATH FROM ENVIRONMENT-VALUE
               IF WS-PSLCTL-PATH = SPACES
                   MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH
               END-IF
               IF WS-REB = 0
                   PERFORM 069-SIN-PLAN
               ELSE
                   IF WS-DESDE-ID > 0
                       DISPLAY 'HAY UNA CORRIDA COMPLETA A MEDIAS '
                           '(PC-ULT-ID ' WS-DESDE-ID '); TERMINELA '
                           'COMPLETA. CORRIDA RECHAZADA.'
                       CLOSE PERCTL
                       PERFORM 907-OPER-LOGOUT
                       STOP RUN
                   END-IF
                   CLOSE PERCTL
                   OPEN I-O PSL-CTL
                   IF WS-PSL-STATUS NOT = '00'
                       DISPLAY 'SIN PLAN DE REBANADAS (DYN-PAYSLC). '
                           'FILE STATUS: ' WS-PSL-STATUS
                       DISPLAY 'CORRIDA RECHAZADA.'
                       PERFORM 907-OPER-LOGOUT
                       STOP RUN
                   END-IF
                   MOVE WS-GRUPO TO PS-GRUPO
                   MOVE WS-PH-PERIODO TO PS-PERIODO
                   MOVE WS-REB TO PS-REB
                   READ PSL-CTL KEY IS PS-KEY
                       INVALID KEY
                           DISPLAY 'LA REBANADA ' WS-REB ' NO ESTA EN '
                               'EL PLAN DEL PERIODO. CORRIDA RECHAZADA.'
                           CLOSE PSL-CTL
                           PERFORM 907-OPER-LOGOUT
                           STOP RUN
                   END-READ
                   IF PS-EST = 'T'
                       DISPLAY 'LA REBANADA ' WS-REB ' YA TERMINO. '
                           'CORRIDA RECHAZADA.'
                       CLOSE PSL-CTL
                       PERFORM 907-OPER-LOGOUT
                       STOP RUN
                   END-IF
                   MOVE PS-CIA TO WS-CIA
                   MOVE PS-ID-HASTA TO WS-HASTA-ID
                   DISPLAY 'REBANADA ' WS-REB ': IDS ' PS-ID-DESDE
                       ' A ' PS-ID-HASTA ' COMPANIA ' WS-CIA
                   IF PS-ULT-ID > 0
                       MOVE PS-ULT-ID TO WS-DESDE-ID
                       DISPLAY 'REANUDANDO LA REBANADA DESPUES DEL '
                           'ID: ' WS-DESDE-ID
                   ELSE
                       IF PS-ID-DESDE > 0
                           COMPUTE WS-DESDE-ID = PS-ID-DESDE - 1
                       END-IF
                   END-IF
                   MOVE PS-PAGADOS TO WS-CONTADOR
                   MOVE PS-MONTO TO WS-TOTAL-PAGADO
                   IF PS-F-INI = SPACES
                       MOVE FUNCTION CURRENT-DATE (1:8) TO PS-F-INI
                       MOVE FUNCTION CURRENT-DATE (9:6) TO PS-H-INI
                   END-IF
                   MOVE 'E' TO PS-EST
                   MOVE WS-CUR-OPER-ID TO PS-OPER
                   REWRITE PSL-REC
               END-IF.

           069-SIN-PLAN.
               OPEN INPUT PSL-CTL
               IF WS-PSL-STATUS = '00'
                   MOVE WS-GRUPO TO PS-GRUPO
                   MOVE WS-PH-PERIODO TO PS-PERIODO
                   MOVE 0 TO PS-REB
                   READ PSL-CTL KEY IS PS-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY 'EL PERIODO ESTA PLANEADO EN '
                               PS-REBANADAS ' REBANADAS (DYN-PAYSLC); '
                               'CORRA CADA REBANADA.'
                           DISPLAY 'CORRIDA RECHAZADA.'
                           CLOSE PSL-CTL
                           CLOSE PERCTL
                           PERFORM 907-OPER-LOGOUT
                           STOP RUN
                   END-READ
                   CLOSE PSL-CTL
               END-IF.

      *LA PRUEBA SOLO EXIGE QUE EL PERIODO EXISTA Y SIGA ABIERTO;
      *NO PIDE VISTO BUENO, NO REANUDA Y DEJA PERCTL COMO ESTABA.
           065-VERIFICA-PRUEBA.
               MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH
               DISPLAY 'PERCTL_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PERCTL-PATH FROM ENVIRONMENT-VALUE
               IF WS-PERCTL-PATH = SPACES
                   MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH
               END-IF
               OPEN INPUT PERCTL
               IF WS-PERC-STATUS NOT = '00'
                   DISPLAY 'SIN CONTROL DE PERIODOS (DYN-PERMNT). '
                       'FILE STATUS: ' WS-PERC-STATUS
                   DISPLAY 'PRUEBA RECHAZADA.'
                   STOP RUN
               END-IF
               MOVE WS-GRUPO TO PC-GRUPO
               MOVE WS-PH-PERIODO TO PC-PERIODO
               READ PERCTL KEY IS PC-KEY
                   INVALID KEY
                       DISPLAY 'PERIODO NO ABIERTO EN PERCTL: '
                           WS-PH-PERIODO
                       DISPLAY 'ABRALO CON DYN-PERMNT. '
                           'PRUEBA RECHAZADA.'
                       CLOSE PERCTL
                       STOP RUN
                   NOT INVALID KEY
                       IF PC-EST = 'C'
                           DISPLAY 'PERIODO YA CERRADO: ' WS-PH-PERIODO
                           DISPLAY 'PRUEBA RECHAZADA.'
                           CLOSE PERCTL
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PERCTL.

      *LA CORRIDA COMPLETA MARCA EL PERIODO CERRADO; UN RELANZAMIENTO
      *CONTRA EL MISMO PERIODO SE RECHAZARA EN 060-VERIFICA-PERIODO.
           070-CIERRA-PERIODO.
               REWRITE PERC-REC
               CLOSE PERCTL.

      *LA REBANADA TERMINADA SOLO SE MARCA; EL PERIODO, EL CANDADO
      *DE LOTE Y EL PASO DEL CICLO LOS CIERRA DYN-PAYMRG CUANDO
      *TODAS LAS REBANADAS TERMINARON.
           075-TERMINA-REBANADA.
               MOVE 'T' TO PS-EST
               MOVE FUNCTION CURRENT-DATE (1:8) TO PS-F-FIN
               MOVE FUNCTION CURRENT-DATE (9:6) TO PS-H-FIN
               MOVE WS-CONTADOR TO PS-PAGADOS
               MOVE WS-TOTAL-PAGADO TO PS-MONTO
               REWRITE PSL-REC
               CLOSE PSL-CTL
               DISPLAY SEP
               DISPLAY 'REBANADA ' WS-REB ' TERMINADA.'
               DISPLAY 'EMPLEADOS PAGADOS: ' WS-CONTADOR
               DISPLAY 'EN LICENCIA SIN PAGO: ' WS-EN-LICENCIA
               DISPLAY 'TOTAL PAGADO EN LA REBANADA: ' WS-TOTAL-PAGADO
               DISPLAY 'AL TERMINAR TODAS LAS REBANADAS CORRA '
                   'DYN-PAYMRG.'
               DISPLAY SEP.

      *ALTA A MEDIO PERIODO: SI EL INGRESO (O EL REINGRESO) CAE EN
      *EL MES DE LA CORRIDA, EL PRIMER PAGO DE UN ASALARIADO SE
      *PRORRATEA POR DIAS CALENDARIO DESDE LA FECHA DE ALTA AL
           205-SALIDA.
               EXIT.

      *LOS DIAS DE LICENCIA DEL PERIODO (INICIO O REGRESO A MEDIO
      *MES) SE LE DESCUENTAN AL ASALARIADO SOBRE LA MISMA BASE DE
      *30 DEL PRORRATEO DE ALTA. AL POR-HORA NO LE APLICA: COBRA
      *LAS HORAS QUE CARGO ANTES DE IRSE O DESPUES DE VOLVER.
           206-PRORRATEA-LICENCIA.
               IF TIPO-PAGO NOT = 'M' OR WS-LOA-DIAS = 0
                   GO TO 206-SALIDA
               END-IF
               COMPUTE WS-PAGO-CALC ROUNDED =
                   WS-PAGO-CALC * (30 - WS-LOA-DIAS) / 30.
           206-SALIDA.
               EXIT.

      *GRABA EL AVANCE (ULTIMO ID ABONADO) DESPUES DE CADA EMPLEADO
      *ABONADO: REPETIR UN ABONO NO ES IDEMPOTENTE (YTD-SUE SE
      *DUPLICARIA Y LOS SALDOS JUDICIALES SE DESCONTARIAN DOS
      *VECES), ASI QUE AQUI NO APLICA EL INTERVALO DE CHECKPOINT
      *DE LOS CARGADORES.
           080-ESCRIBE-CHECKPOINT.
               IF WS-REB > 0
                   MOVE ID-EMPL TO PS-ULT-ID
                   MOVE WS-CONTADOR TO PS-PAGADOS
                   MOVE WS-TOTAL-PAGADO TO PS-MONTO
                   REWRITE PSL-REC
               ELSE
                   MOVE ID-EMPL TO PC-ULT-ID
                   REWRITE PERC-REC
               END-IF.

           100-PROCESA.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF ID-EMPL > WS-HASTA-ID
                           MOVE 1 TO WS-FLAG
                       END-IF
                       IF WS-FLAG = 0 AND EMP-STATUS NOT = 'I'
                           AND (GRUPO-PAGO = WS-GRUPO
                               OR (WS-GRUPO = 'M'
                                   AND GRUPO-PAGO = SPACE))
                               OR CIA-CLV = WS-CIA
                               OR (WS-CIA = '01'
                                   AND CIA-CLV = SPACES))
                           PERFORM 190-LICENCIA
                           IF WS-LOA-PAGA = 'S'
                               PERFORM 200-PAGA
                           ELSE
                               PERFORM 195-SIN-PAGO
                           END-IF
                       END-IF
               END-READ.

      *EL EMPLEADO EN LICENCIA SOLO COBRA EL PERIODO EN QUE LA
      *LICENCIA EMPEZO, Y SOLO SI LE QUEDARON DIAS TRABAJADOS.
           190-LICENCIA.
               MOVE 'S' TO WS-LOA-PAGA
               PERFORM 935-LICENCIA-PERIODO
               IF EMP-STATUS = 'L'
                   IF WS-LOA-HALLO = 'N' OR WS-LOA-DIAS NOT < 30
                       OR WS-LOA-F-INI(1:6) NOT = WS-PH-PERIODO
                       MOVE 'N' TO WS-LOA-PAGA
                   END-IF
               END-IF.

      *SIN PAGO NO HAY RETENCION OBRERA; EN UNA INCAPACIDAD LA
      *EMPRESA SIGUE PAGANDO LA PATRONAL Y QUEDA EN IMSDET.
           195-SIN-PAGO.
               ADD 1 TO WS-EN-LICENCIA
               DISPLAY ID-EMPL ' ' NOM-EMPL ' EN LICENCIA ('
                   WS-LOA-TIPO ') DESDE ' WS-LOA-F-INI ': SIN PAGO'
               IF WS-LOA-IMSS = 'P'
                   MOVE 'S' TO WS-IMSS-SOLO-PAT
                   MOVE 0 TO WS-IMSS-VARIABLE
                   PERFORM 948-CALCULA-IMSS
                   MOVE 'N' TO WS-IMSS-SOLO-PAT
                   DISPLAY '        CUOTA PATRONAL IMSS DE LA '
                       'INCAPACIDAD: ' WS-IMSS-PAT
                   IF WS-MODO = 'R'
                       PERFORM 080-ESCRIBE-CHECKPOINT
                   END-IF
               END-IF.

      *CALCULA EL PAGO DEL PERIODO, LO SUMA A YTD-SUE Y REESCRIBE
      *EL REGISTRO, IGUAL QUE DYN-RAISE REESCRIBE TRAS AJUSTAR SUE-MEN.
      *EN PRUEBA SOLO PROYECTA EL YTD Y NO REESCRIBE NI AUDITA.
           200-PAGA.
               PERFORM 912-CALCULA-PAGO
               MOVE WS-PAGO-CALC TO WS-PAGO-912
               PERFORM 205-PRORRATEA-ALTA THRU 205-SALIDA
               PERFORM 206-PRORRATEA-LICENCIA THRU 206-SALIDA
               PERFORM 965-CALCULA-FALTAS THRU 965-SALIDA
               IF WS-ABS-DESC > 0
                   IF WS-ABS-DESC > WS-PAGO-CALC
                   END-IF
                   SUBTRACT WS-ABS-DESC FROM WS-PAGO-CALC
               END-IF
               MOVE 0 TO WS-EXTRA-DET
               MOVE 0 TO WS-TURNO-DET
               MOVE 0 TO WS-SND-BASE
               IF WS-PAGO-912 > 0
                   IF TIPO-PAGO = 'H'
                       COMPUTE WS-EXTRA-DET ROUNDED =
                           HORAS-EXTRA * TARIFA-EXTRA
                           * WS-PAGO-CALC / WS-PAGO-912
                   END-IF
                   COMPUTE WS-TURNO-DET ROUNDED =
                       WS-TURNO-CALC * WS-PAGO-CALC / WS-PAGO-912
                   COMPUTE WS-SND-BASE ROUNDED =
                       WS-PAGO-BASE * WS-PAGO-CALC / WS-PAGO-912
               END-IF
               PERFORM 940-CALCULA-RETRO
               IF WS-RETRO-CALC NOT = 0
                   ADD WS-RETRO-CALC TO WS-PAGO-CALC
               IF WS-PRIMAVAC-CALC > 0
                   ADD WS-PRIMAVAC-CALC TO WS-PAGO-CALC
               END-IF
      *PRIMAS DOMINICAL Y DE FESTIVO QUE DERIVO LA CARGA DE
      *HORAS Y PREMIOS DE PUNTUALIDAD Y ASISTENCIA: ENTRAN AL
      *BRUTO (ISR) Y A LA BASE DEL IMSS.
               PERFORM 988-PRIMAS-LEE
               IF WS-PRD-CALC > 0
                   ADD WS-PRD-CALC TO WS-PAGO-CALC
               END-IF
      *VALES DE DESPENSA: SOLO LA PARTE GRAVADA PASA POR EL ISR Y
      *EN CUANTO SE CALCULA SE SACA DEL BRUTO Y DEL NETO, PORQUE
      *SE ENTREGA EN ESPECIE Y NO EN EFECTIVO.
               PERFORM 934-CALCULA-VALES
               ADD WS-VLS-GRAV TO WS-PAGO-CALC
      *VIATICOS APROBADOS PARA LA NOMINA: LA PARTE GRAVADA PASA
      *POR EL ISR Y, COMO LOS VALES, SALE DEL BRUTO MIENTRAS SE
      *CALCULAN LAS CUOTAS Y DESCUENTOS (ES REEMBOLSO, NO SUELDO);
      *VUELVE AL BRUTO ANTES DEL ACUMULADO Y DE PAYHIST. LO EXENTO
      *Y LOS ANTICIPOS SE LIQUIDAN EN EL NETO AL FINAL.
               MOVE 'N' TO WS-VIA-RUTA
               MOVE WS-GRUPO TO WS-VIA-GRUPO
               PERFORM 972-CALCULA-VIATICOS
               ADD WS-VIA-GRAV TO WS-PAGO-CALC
               PERFORM 916-CALCULA-ISR
      *AJUSTE ANUAL DE IMPUESTO (DYN-AJUANU): POSITIVO SE RETIENE
      *DE MAS, NEGATIVO SE DEVUELVE; SI LA DEVOLUCION REBASA EL
                   DISPLAY '        AJUSTE ANUAL DE IMPUESTO '
                       'APLICADO: ' WS-AJUSTE-CALC
               END-IF
               SUBTRACT WS-VLS-GRAV FROM WS-PAGO-CALC
               SUBTRACT WS-VLS-GRAV FROM WS-NETO-CALC
               SUBTRACT WS-VIA-GRAV FROM WS-PAGO-CALC
               IF WS-VLS-EXE > 0
                   MOVE 'W' TO WS-DET-TIPO
                   MOVE 'VALEEXE' TO WS-DET-CLAVE
                   MOVE 'VALES DESPENSA EXENT' TO WS-DET-DESC
                   MOVE WS-VLS-EXE TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-VLS-GRAV > 0
                   MOVE 'W' TO WS-DET-TIPO
                   MOVE 'VALEGRV' TO WS-DET-CLAVE
                   MOVE 'VALES DESPENSA GRAV.' TO WS-DET-DESC
                   MOVE WS-VLS-GRAV TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-ISR-CALC > 0
                   MOVE 'I' TO WS-DET-TIPO
                   MOVE 'ISR' TO WS-DET-CLAVE
                   MOVE WS-ISR-CALC TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
      *EL SUBSIDIO PARA EL EMPLEO YA VIENE ACREDITADO EN EL ISR;
      *SU RENGLON EN DEDDET ES INFORMATIVO (TALON Y TIMBRADO).
               IF WS-SUB-CALC > 0
                   MOVE 'E' TO WS-DET-TIPO
                   MOVE 'SUBSIDIO' TO WS-DET-CLAVE
                   MOVE 'SUBSIDIO AL EMPLEO' TO WS-DET-DESC
                   MOVE WS-SUB-CALC TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-PRD-DOM > 0
                   MOVE 'D' TO WS-DET-TIPO
                   MOVE 'DOMINICAL' TO WS-DET-CLAVE
                   MOVE 'PRIMA DOMINICAL' TO WS-DET-DESC
                   MOVE WS-PRD-DOM TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-PRD-FER > 0
                   MOVE 'H' TO WS-DET-TIPO
                   MOVE 'FESTIVO' TO WS-DET-CLAVE
                   MOVE 'FESTIVO TRABAJADO' TO WS-DET-DESC
                   MOVE WS-PRD-FER TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-PRD-PUN > 0
                   MOVE 'A' TO WS-DET-TIPO
                   MOVE 'PUNTUAL' TO WS-DET-CLAVE
                   MOVE 'PREMIO PUNTUALIDAD' TO WS-DET-DESC
                   MOVE WS-PRD-PUN TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-PRD-ASI > 0
                   MOVE 'A' TO WS-DET-TIPO
                   MOVE 'ASISTENCIA' TO WS-DET-CLAVE
                   MOVE 'PREMIO ASISTENCIA' TO WS-DET-DESC
                   MOVE WS-PRD-ASI TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-VAR-IMPORTE > 0
                   MOVE 'V' TO WS-DET-TIPO
                   IF TIPO-PAGO = 'C'
                       MOVE 'COMISION' TO WS-DET-CLAVE
                       MOVE 'COMISION POR VENTAS' TO WS-DET-DESC
                   ELSE
                       MOVE 'DESTAJO' TO WS-DET-CLAVE
                       MOVE 'PAGO A DESTAJO' TO WS-DET-DESC
                   END-IF
                   MOVE WS-VAR-IMPORTE TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-VAR-COMPL > 0
                   MOVE 'G' TO WS-DET-TIPO
                   MOVE 'MINIMO' TO WS-DET-CLAVE
                   MOVE 'COMPLEMENTO A MINIMO' TO WS-DET-DESC
                   MOVE WS-VAR-COMPL TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
                   DISPLAY '        COMPLEMENTO A SALARIO MINIMO: '
                       WS-VAR-COMPL ' (VARIABLE ' WS-VAR-IMPORTE ')'
               END-IF
      *TIEMPO EXTRA, PRIMA DE TURNO Y PRIMA VACACIONAL YA VIENEN
      *EN EL BRUTO; SU RENGLON LOS SEPARA PARA EL ESTADO DE
      *COMPENSACION TOTAL (DYN-COMPST).
               IF WS-EXTRA-DET > 0
                   MOVE 'X' TO WS-DET-TIPO
                   MOVE 'EXTRA' TO WS-DET-CLAVE
                   MOVE 'TIEMPO EXTRA' TO WS-DET-DESC
                   MOVE WS-EXTRA-DET TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-TURNO-DET > 0
                   MOVE 'T' TO WS-DET-TIPO
                   MOVE TURNO-CLV TO WS-DET-CLAVE
                   MOVE 'PRIMA DE TURNO' TO WS-DET-DESC
                   MOVE WS-TURNO-DET TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               IF WS-PRIMAVAC-CALC > 0
                   MOVE 'R' TO WS-DET-TIPO
                   MOVE 'PRIMAVAC' TO WS-DET-CLAVE
                   MOVE 'PRIMA VACACIONAL' TO WS-DET-DESC
                   MOVE WS-PRIMAVAC-CALC TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               COMPUTE WS-IMSS-VARIABLE = WS-PRD-CALC + WS-VLS-GRAV
               PERFORM 948-CALCULA-IMSS
               MOVE 0 TO WS-IMSS-VARIABLE
               SUBTRACT WS-IMSS-OBR FROM WS-NETO-CALC
               IF WS-IMSS-OBR > 0
                   MOVE 'S' TO WS-DET-TIPO
                   MOVE WS-IMSS-OBR TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
               PERFORM 944-CALCULA-INFONAVIT
               SUBTRACT WS-INF-CALC FROM WS-NETO-CALC
               PERFORM 920-CALCULA-BENEF
               SUBTRACT WS-BEN-CALC FROM WS-NETO-CALC
               PERFORM 938-CALCULA-SINDICAL
               SUBTRACT WS-SND-CALC FROM WS-NETO-CALC
               PERFORM 923-CALCULA-GARN
               SUBTRACT WS-GARN-CALC FROM WS-NETO-CALC
               PERFORM 932-CALCULA-LOAN
                   MOVE WS-AHORRO-CALC TO WS-DET-MONTO
                   PERFORM 962-DED-DETALLE
               END-IF
      *LO EXENTO DE LOS VIATICOS Y LOS ANTICIPOS SE ENTREGAN EN
      *EL NETO YA DEDUCIDO (NO SON BASE DE DESCUENTOS); EL
      *ANTICIPO QUE CUBRIO UNA COMPROBACION SE RECUPERA AQUI HASTA
      *DONDE ALCANCE EL NETO Y EL RESTO QUEDA ABIERTO.
               IF WS-VIA-EXE > 0 OR WS-VIA-ANTPAG > 0
                   OR WS-VIA-ANT > 0
                   PERFORM 972-VIA-RECUPERA
               END-IF
               ADD WS-VIA-GRAV TO WS-PAGO-CALC
               IF WS-MODO = 'P'
                   COMPUTE WS-YTD-PROY = YTD-SUE + WS-PAGO-CALC
               ELSE
                   ADD WS-PAGO-CALC TO YTD-SUE
                   REWRITE REG-EMPL
                   MOVE 'R' TO WS-JRN-OP
                   PERFORM 937-JOURNAL
                   PERFORM 990-CHK-EMP-STATUS
                   MOVE YTD-SUE TO WS-YTD-PROY
               END-IF
               PERFORM 915-PAYHIST-DETALLE
               DISPLAY ID-EMPL ' ' NOM-EMPL ' BASE: ' WS-PAGO-BASE
                   ' TURNO: ' WS-TURNO-CALC ' BRUTO: ' WS-PAGO-CALC
                   ' ISR: ' WS-ISR-CALC ' DEDUC: ' WS-BEN-CALC
                   ' NETO: ' WS-NETO-CALC ' YTD: ' WS-YTD-PROY
               IF WS-RETRO-CALC NOT = 0
                   DISPLAY '        RETROACTIVO INCLUIDO EN EL '
                       'BRUTO: ' WS-RETRO-CALC
               END-IF
               IF WS-SUB-CALC > 0
                   DISPLAY '        SUBSIDIO AL EMPLEO ACREDITADO '
                       'CONTRA EL ISR: ' WS-SUB-CALC
               END-IF
               IF WS-PRIMAVAC-CALC > 0
                   DISPLAY '        PRIMA VACACIONAL (' 
                       WS-PRIMAVAC-DIAS ' DIAS) INCLUIDA EN EL '
                       'BRUTO: ' WS-PRIMAVAC-CALC
               END-IF
               IF WS-PRD-CALC > 0
                   DISPLAY '        PRIMA DOMINICAL ' WS-PRD-DOM
                       ' Y FESTIVO TRABAJADO ' WS-PRD-FER
                       ' INCLUIDAS EN EL BRUTO'
               END-IF
               IF WS-PRD-PUN > 0 OR WS-PRD-ASI > 0
                   DISPLAY '        PREMIO PUNTUALIDAD ' WS-PRD-PUN
                       ' Y ASISTENCIA ' WS-PRD-ASI
                       ' INCLUIDOS EN EL BRUTO'
               END-IF
               IF WS-SND-CALC > 0
                   DISPLAY '        CUOTA SINDICAL (' WS-SND-CLV
                       '): ' WS-SND-CALC
               END-IF
               IF WS-VLS-CALC > 0
                   DISPLAY '        VALES DE DESPENSA ' WS-VLS-CALC
                       ' (EXENTO ' WS-VLS-EXE ' GRAVADO '
                       WS-VLS-GRAV ') FUERA DEL NETO'
               END-IF
               IF WS-VIA-EXE > 0 OR WS-VIA-GRAV > 0
                   OR WS-VIA-ANT > 0 OR WS-VIA-ANTPAG > 0
                   DISPLAY '        VIATICOS EXENTO ' WS-VIA-EXE
                       ' GRAVADO ' WS-VIA-GRAV ' ANTICIPO '
                       'DESCONTADO ' WS-VIA-ANT ' ANTICIPO PAGADO '
                       WS-VIA-ANTPAG
               END-IF
               IF WS-PRO-DIAS > 0 AND WS-PRO-DIAS < 30
                   DISPLAY '        PRIMER PERIODO PRORRATEADO: '
                       WS-PRO-DIAS ' DE 30 DIAS (ALTA '
                       WS-PRO-FECHA ')'
               END-IF
               IF WS-LOA-DIAS > 0 AND TIPO-PAGO = 'M'
                   DISPLAY '        DIAS DE LICENCIA (' WS-LOA-TIPO
                       ') SIN PAGO: ' WS-LOA-DIAS ' DE 30'
               END-IF
               IF WS-ABS-DESC > 0
                   DISPLAY '        DESCUENTO POR AUSENCIAS ('
                       WS-ABS-DIAS-SG ' DIAS SIN GOCE, '
                       WS-ABS-DIAS-INC ' DE INCAPACIDAD): '
                       WS-ABS-DESC
               END-IF
               ADD WS-PAGO-CALC TO WS-TOTAL-PAGADO
               ADD 1 TO WS-CONTADOR
               IF WS-MODO = 'R'
                   PERFORM 210-ASIENTA
               END-IF.

      *SOLO LA CORRIDA REAL DEJA BITACORA Y AVANZA EL CHECKPOINT.
           210-ASIENTA.
               MOVE 'DYNPYRUN' TO WS-AUD-PROGRAMA
               MOVE 'E' TO WS-AUD-OPER
               MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-ANT
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
               PERFORM 903-AUDITORIA
               PERFORM 215-AVISA-TALON
               PERFORM 080-ESCRIBE-CHECKPOINT.

           215-AVISA-TALON.
               MOVE 'TALN' TO WS-NT-EVENTO
               MOVE ID-EMPL TO WS-NT-ID-EMPL
               MOVE SPACES TO WS-NT-REF
               STRING WS-GRUPO WS-PH-PERIODO DELIMITED BY SIZE
                   INTO WS-NT-REF
               MOVE NOM-EMPL TO WS-NT-NOM
               MOVE 'E' TO WS-NT-DEST-TIPO
               MOVE ID-EMPL TO WS-NT-DEST-ID
               MOVE EMAIL TO WS-NT-EMAIL
               MOVE SPACES TO WS-NT-TEXTO
               STRING 'SU RECIBO DE NOMINA DEL PERIODO ' WS-PH-PERIODO
                   ' ESTA DISPONIBLE' DELIMITED BY SIZE
                   INTO WS-NT-TEXTO
               MOVE 'DYNPYRUN' TO WS-NT-PROGRAMA
               PERFORM 987-NT-AVISA.

           COPY AUDITLKUP.
           COPY QSCLKUP.
           COPY PAYHLKUP.
           COPY TAXLKUP.
           COPY BENLKUP.
           COPY SNDMLKUP.
           COPY SNDLKUP.
           COPY VLSLKUP.
           COPY GARLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY LVTLKUP.
           COPY SAVLKUP.
           COPY IMSLKUP.
           COPY REFLKUP.
           COPY INFLKUP.
           COPY ABSLKUP.
           COPY DETLKUP.
           COPY PRDLKUP.
           COPY LOALKUP.
           COPY CYCLKUP.
           COPY OPERLKUP.
           COPY NTFLKUP.
           COPY VIALKUP.
