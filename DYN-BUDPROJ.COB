      *********************************************************
      *PROGRAMA - PROYECCION DEL PRESUPUESTO DE NOMINA DEL    *
      *ANO SIGUIENTE. PARTE DE LA PLANTILLA ACTIVA DE LA FOTO *
      *NOCTURNA (DYN-SNAPEX) Y MES POR MES LE APLICA: LOS     *
      *CAMBIOS PENDIENTES DE FUT-PEND EN EL MES EN QUE RIGEN; *
      *EL ESCALON DE DYN-STEPUP EN EL MES DEL ANIVERSARIO QUE *
      *CRUZA UN MULTIPLO DE 5 ANOS; EL MERITO DE MERIT-MAT    *
      *CON LA CALIFICACION SUPUESTA QUE SE CAPTURA, EN EL MES *
      *QUE SE CAPTURA (SOLO ASALARIADOS, COMO DYN-MERIT); LA  *
      *BAJA AL VENCER EL CONTRATO DE PLAZO VIGENTE EN         *
      *CONTR-MAST (SUPONE QUE NO SE RENUEVA); EL RETIRO EN EL *
      *CUMPLEANOS 65 COMO DYN-RETPROJ; Y EL REGRESO ESPERADO  *
      *DEL EMPLEADO EN LICENCIA (LOA-MAST). EL MES DE ALTA O  *
      *BAJA SE PRORRATEA SOBRE 30 DIAS. A CADA MES LE SUMA LOS*
      *COSTOS PATRONALES: CUOTA PATRONAL IMSS (948), DOCEAVO  *
      *DE AGUINALDO (15 DIAS) Y DE PRIMA VACACIONAL (25% DE   *
      *LOS DIAS DE DYN-LVACCR), Y LA APORTACION IGUAL DE LA   *
      *EMPRESA AL FONDO DE AHORRO (946). EL COSTO VA AL       *
      *DEPARTAMENTO DE CASA DEL MES, QUE ES COMO DEPBUD-MAST  *
      *MIDE LOS TOPES. SALE POR EL SPOOL POR DEPARTAMENTO Y   *
      *MES Y QUEDA EN BUD-PROJ; YA APROBADA, DYN-BUDAPR LA    *
      *CARGA COMO TOPES DE DEPBUD-MAST.                       *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-BUDPROJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SNAPFILE.
           COPY BPRFILE.
           COPY FUTFILE.
           COPY MERFILE.
           COPY CONFILE.
           COPY LOAFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY SAVFILE.
           COPY REFFILE.
           COPY SPLFILE.

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

           COPY BPRFD.
           COPY FUTFD.
           COPY MERFD.
           COPY CONFD.
           COPY LOAFD.
           COPY SHFFD.
           COPY VARFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY SAVFD.
           COPY REFFD.
           COPY SPLFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SNAPSTAT.
           COPY BPRSTAT.
           COPY FUTSTAT.
           COPY MERSTAT.
           COPY CONSTAT.
           COPY LOASTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY IMSSTAT.
           COPY SAVSTAT.
           COPY REFSTAT.
           COPY LVTSTAT.
           COPY SPLSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-PAGO-CALC                 PIC 9(07)V99.

      *PARAMETROS: ANO A PROYECTAR, CALIFICACION SUPUESTA PARA EL
      *MERITO (0 = SIN MERITO) Y MES EN QUE RIGE.
       01 WS-ANO-X                     PIC X(04).
       01 WS-ANO                       PIC 9(04).
       01 WS-RATING-X                  PIC X.
       01 WS-RATING                    PIC 9 VALUE 3.
       01 WS-MES-MER-X                 PIC X(02).
       01 WS-MES-MERITO                PIC 9(02) VALUE 1.
       01 WS-YA-APROBADO               PIC X.
       01 WS-BPR-FLAG                  PIC 9.

      *ESCALON CONTRACTUAL, IGUAL QUE DYN-STEPUP; EDAD DE RETIRO,
      *IGUAL QUE DYN-RETPROJ; DIAS DE AGUINALDO, IGUAL QUE
      *DYN-AGUIN.
       01 WS-STEP-PCT                  PIC 9V999 VALUE 0.050.
       01 WS-STEP-ANOS                 PIC 9(02) VALUE 5.
       01 WS-EDAD-RETIRO               PIC 9(03) VALUE 65.
       01 WS-AGUIN-DIAS                PIC 9(02) VALUE 15.

      *ARCHIVOS OPCIONALES: SIN ELLOS NO HAY ESE TIPO DE CAMBIO.
       01 WS-CON-FUT                   PIC X VALUE 'N'.
       01 WS-CON-MER                   PIC X VALUE 'N'.
       01 WS-CON-CON                   PIC X VALUE 'N'.
       01 WS-CON-LOA                   PIC X VALUE 'N'.

      *VENTANA PAGADA DEL EMPLEADO EN EL ANO: DESDE EL PERIODO DE
      *ALTA (REGRESO DE LICENCIA) HASTA EL DE BAJA (VENCIMIENTO O
      *RETIRO), CON LOS DIAS QUE SE PAGAN EN CADA UNO.
       01 WS-ALTA-PER                  PIC X(06).
       01 WS-ALTA-DIAS                 PIC 9(02).
       01 WS-BAJA-PER                  PIC X(06).
       01 WS-BAJA-DIAS                 PIC 9(02).
       01 WS-CAND-PER                  PIC X(06).
       01 WS-CAND-DIAS                 PIC 9(02).
       01 WS-DD                        PIC 9(02).
       01 WS-DIAS                      PIC 9(02).
       01 WS-AUX-FLAG                  PIC 9.
       01 WS-AUX-HALLO                 PIC X.
       01 WS-AUX-FECHA                 PIC X(08).
       01 WS-AUX-TIPO                  PIC X.
       01 WS-AUX-ANO                   PIC 9(04).

      *CAMBIOS DE FUT-PEND QUE RIGEN DENTRO DEL ANO, POR MES.
       01 WS-FT-N                      PIC 9(02).
       01 WS-FT-IX                     PIC 9(02).
       01 WS-FT-TABLA.
           05 WS-FT-ENT OCCURS 10 TIMES.
               10 WS-FT-MES            PIC 9(02).
               10 WS-FT-CAMBIA-SUE     PIC X.
               10 WS-FT-SUE            PIC 9(07)V99.
               10 WS-FT-CAMBIA-DEP     PIC X.
               10 WS-FT-DEP            PIC 9(03).
               10 WS-FT-NOM            PIC X(20).
               10 WS-FT-CAMBIA-TURNO   PIC X.
               10 WS-FT-TURNO          PIC X.

       01 WS-STEP-MES                  PIC 9(02).
       01 WS-MER-PCT                   PIC 9V999.
       01 WS-MES                       PIC 9(02).
       01 WS-PER-X.
           05 WS-PER-AA                PIC 9(04).
           05 WS-PER-MM                PIC 9(02).
       01 WS-ANOS                      PIC S9(04).
       01 WS-DIAS-VAC                  PIC 9(03).
       01 WS-CUOTA                     PIC 9(05)V99.
       01 WS-M-SUELDO                  PIC 9(07)V99.
       01 WS-M-IMSS                    PIC 9(07)V99.
       01 WS-M-AGUIN                   PIC 9(07)V99.
       01 WS-M-PRIMA                   PIC 9(07)V99.
       01 WS-M-AHORRO                  PIC 9(07)V99.

      *ACUMULADO POR DEPARTAMENTO Y MES (CLV-DEP 0-999; SUBSCRIPT
      *ES CLV-DEP + 1) Y TOTAL GENERAL POR MES.
       01 WS-DEP-TABLA.
           05 WS-DT-ENT OCCURS 1000 TIMES.
               10 WS-DT-USADA          PIC X.
               10 WS-DT-NOM            PIC X(20).
               10 WS-DT-MES OCCURS 12 TIMES.
                   15 WS-DT-PLANT      PIC 9(05).
                   15 WS-DT-SUELDO     PIC 9(09)V99.
                   15 WS-DT-IMSS       PIC 9(09)V99.
                   15 WS-DT-AGUIN      PIC 9(09)V99.
                   15 WS-DT-PRIMA      PIC 9(09)V99.
                   15 WS-DT-AHORRO     PIC 9(09)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-MX                        PIC 9(02).
       01 WS-GT-TABLA.
           05 WS-GT-MES OCCURS 12 TIMES.
               10 WS-GT-PLANT          PIC 9(06).
               10 WS-GT-SUELDO         PIC 9(10)V99.
               10 WS-GT-IMSS           PIC 9(10)V99.
               10 WS-GT-AGUIN          PIC 9(10)V99.
               10 WS-GT-PRIMA          PIC 9(10)V99.
               10 WS-GT-AHORRO         PIC 9(10)V99.

      *TOTAL ANUAL DEL RENGLON EN CURSO (DEPTO O GENERAL); LA
      *PLANTILLA DEL TOTAL ES LA MAYOR DEL ANO.
       01 WS-AN-PLANT                  PIC 9(06).
       01 WS-AN-SUELDO                 PIC 9(11)V99.
       01 WS-AN-IMSS                   PIC 9(11)V99.
       01 WS-AN-AGUIN                  PIC 9(11)V99.
       01 WS-AN-PRIMA                  PIC 9(11)V99.
       01 WS-AN-AHORRO                 PIC 9(11)V99.
       01 WS-COSTO                     PIC 9(11)V99.

       01 WS-EMPLEADOS                 PIC 9(05) VALUE 0.
       01 WS-CNT-FUT                   PIC 9(05) VALUE 0.
       01 WS-CNT-STEP                  PIC 9(05) VALUE 0.
       01 WS-CNT-MERITO                PIC 9(05) VALUE 0.
       01 WS-CNT-CONTRATO              PIC 9(05) VALUE 0.
       01 WS-CNT-RETIRO                PIC 9(05) VALUE 0.
       01 WS-CNT-LICENCIA              PIC 9(05) VALUE 0.
       01 WS-RENGLONES                 PIC 9(06) VALUE 0.

       01 WS-LINEA.
           05 WS-L-MES                 PIC X(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-PLANT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-SUELDO              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-IMSS                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-AGUIN               PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-PRIMA               PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-AHORRO              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-L-COSTO               PIC ZZZ,ZZZ,ZZ9.

       01 WS-ENCABEZADO.
           05 FILLER                   PIC X(39) VALUE
               'PERIOD  PLANT      SUELDO   IMSS PAT AG'.
           05 FILLER                   PIC X(39) VALUE
               'UINALDO PRIMA VAC    AHORRO COSTO TOTAL'.

       01 WS-LINEA-DEP.
           05 FILLER                   PIC X(13) VALUE 'DEPARTAMENTO '.
           05 WS-LD-CLV                PIC 9(03).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-LD-NOM                PIC X(20).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     PROYECCION DEL PRESUPUESTO DE NOMINA'.
           DISPLAY SEP.
           PERFORM 040-PIDE-ANO.
           PERFORM 045-PIDE-MERITO.
           MOVE 0 TO WS-IX.
           PERFORM 030-LIMPIA-TABLA 1000 TIMES.
           PERFORM 035-LIMPIA-TOTAL
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
           MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH.
           DISPLAY 'EMPSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPSNAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPSNAP-PATH = SPACES
               MOVE WS-EMPSNAP-PATH-DFLT TO WS-EMPSNAP-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'SIN FOTO DEL MAESTRO (CORRA DYN-SNAPEX '
                   'PRIMERO). FILE STATUS: ' WS-EMP-STATUS
               STOP RUN
           END-IF.
           PERFORM 060-ABRE-PROYECCION.
           PERFORM 070-ABRE-CATALOGOS.
      *EL SDI SE TOPA A 25 UMA: LAS QUE RIJAN AL INICIO DEL ANO
      *PROYECTADO SI YA ESTAN EN REF-MAST, SI NO LAS VIGENTES.
           MOVE SPACES TO WS-REF-VIG-PIDE.
           STRING WS-ANO-X '0101' DELIMITED BY SIZE
               INTO WS-REF-VIG-PIDE.
           PERFORM 984-REF-VIGENTE.
           IF WS-REF-HALLO = 'S'
               COMPUTE WS-SDI-TOPE = WS-REF-UMA * 25
           END-IF.
           MOVE 'DYN-BUDPROJ' TO WS-SPL-REPORTE.
           MOVE SPACES TO WS-SPL-PARAMS.
           STRING 'ANO ' WS-ANO-X ' MERITO ' WS-RATING '/'
               WS-MES-MERITO DELIMITED BY SIZE INTO WS-SPL-PARAMS.
           PERFORM 940-SPOOL-ABRE.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           PERFORM 080-CIERRA-CATALOGOS.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING '   PROYECCION DEL PRESUPUESTO DE NOMINA - ANO '
               WS-ANO-X DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 400-DEPTO
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 1000.
           PERFORM 450-TOTAL-GENERAL.
           CLOSE BUD-PROJ.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'EMPLEADOS PROYECTADOS: ' WS-EMPLEADOS
               '  CAMBIOS FUT-PEND: ' WS-CNT-FUT
               '  ESCALONES: ' WS-CNT-STEP
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'MERITOS: ' WS-CNT-MERITO
               '  CONTRATOS QUE VENCEN: ' WS-CNT-CONTRATO
               '  RETIROS: ' WS-CNT-RETIRO
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'EN LICENCIA (DESDE SU REGRESO ESPERADO): '
               WS-CNT-LICENCIA
               '  RENGLONES EN BUD-PROJ: ' WS-RENGLONES
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SPACES TO WS-SPL-LINEA.
           STRING 'PROYECCION PENDIENTE DE APROBAR: LA CARGA A '
               'DEPBUD-MAST SE HACE EN DYN-BUDAPR.'
               DELIMITED BY SIZE INTO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE SEP TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 942-SPOOL-CIERRA.
           STOP RUN.

           030-LIMPIA-TABLA.
               ADD 1 TO WS-IX
               MOVE 'N' TO WS-DT-USADA(WS-IX)
               MOVE SPACES TO WS-DT-NOM(WS-IX)
               PERFORM 031-LIMPIA-MES
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.

           031-LIMPIA-MES.
               MOVE 0 TO WS-DT-PLANT(WS-IX WS-MX)
               MOVE 0 TO WS-DT-SUELDO(WS-IX WS-MX)
               MOVE 0 TO WS-DT-IMSS(WS-IX WS-MX)
               MOVE 0 TO WS-DT-AGUIN(WS-IX WS-MX)
               MOVE 0 TO WS-DT-PRIMA(WS-IX WS-MX)
               MOVE 0 TO WS-DT-AHORRO(WS-IX WS-MX).

           035-LIMPIA-TOTAL.
               MOVE 0 TO WS-GT-PLANT(WS-MX)
               MOVE 0 TO WS-GT-SUELDO(WS-MX)
               MOVE 0 TO WS-GT-IMSS(WS-MX)
               MOVE 0 TO WS-GT-AGUIN(WS-MX)
               MOVE 0 TO WS-GT-PRIMA(WS-MX)
               MOVE 0 TO WS-GT-AHORRO(WS-MX).

      *EL ANO PROYECTADO NO PUEDE SER ANTERIOR AL EN CURSO.
           040-PIDE-ANO.
               DISPLAY 'ANO A PROYECTAR (AAAA, ENTER = EL SIGUIENTE):'
               MOVE SPACES TO WS-ANO-X
               ACCEPT WS-ANO-X
               IF WS-ANO-X = SPACES
                   MOVE WS-HOY(1:4) TO WS-ANO
                   ADD 1 TO WS-ANO
                   MOVE WS-ANO TO WS-ANO-X
               ELSE
                   IF WS-ANO-X NOT NUMERIC
                       OR WS-ANO-X < WS-HOY(1:4)
                       DISPLAY 'ANO INVALIDO'
                       PERFORM 040-PIDE-ANO
                   ELSE
                       MOVE WS-ANO-X TO WS-ANO
                   END-IF
               END-IF.

           045-PIDE-MERITO.
               DISPLAY 'CALIFICACION SUPUESTA PARA EL MERITO '
                   '(1-5, ENTER = 3, 0 = SIN MERITO):'
               MOVE SPACES TO WS-RATING-X
               ACCEPT WS-RATING-X
               IF WS-RATING-X NOT = SPACES
                   IF WS-RATING-X NOT NUMERIC OR WS-RATING-X > '5'
                       DISPLAY 'CALIFICACION INVALIDA'
                       PERFORM 045-PIDE-MERITO
                   ELSE
                       MOVE WS-RATING-X TO WS-RATING
                   END-IF
               END-IF
               IF WS-RATING = 0
                   MOVE 0 TO WS-MES-MERITO
               ELSE
                   PERFORM 046-PIDE-MES
               END-IF.

           046-PIDE-MES.
               DISPLAY 'MES EN QUE RIGE EL MERITO (01-12, ENTER = 01):'
               MOVE SPACES TO WS-MES-MER-X
               ACCEPT WS-MES-MER-X
               IF WS-MES-MER-X = SPACES
                   MOVE 1 TO WS-MES-MERITO
               ELSE
                   IF WS-MES-MER-X NOT NUMERIC
                       OR WS-MES-MER-X < '01' OR WS-MES-MER-X > '12'
                       DISPLAY 'MES INVALIDO'
                       PERFORM 046-PIDE-MES
                   ELSE
                       MOVE WS-MES-MER-X TO WS-MES-MERITO
                   END-IF
               END-IF.

      *UNA PROYECCION YA APROBADA (CARGADA A DEPBUD-MAST) NO SE
      *REEMPLAZA; UNA PENDIENTE DEL MISMO ANO SE BORRA Y SE VUELVE
      *A CALCULAR.
           060-ABRE-PROYECCION.
               MOVE WS-BUDPROJ-PATH-DFLT TO WS-BUDPROJ-PATH
               DISPLAY 'BUDPROJ_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-BUDPROJ-PATH FROM ENVIRONMENT-VALUE
               IF WS-BUDPROJ-PATH = SPACES
                   MOVE WS-BUDPROJ-PATH-DFLT TO WS-BUDPROJ-PATH
               END-IF
               OPEN I-O BUD-PROJ
               IF WS-BPR-STATUS = '35'
                   OPEN OUTPUT BUD-PROJ
                   CLOSE BUD-PROJ
                   OPEN I-O BUD-PROJ
               END-IF
               MOVE 'N' TO WS-YA-APROBADO
               PERFORM 065-ARRANCA-ANO
               PERFORM 066-CHECA-APROBADO UNTIL WS-BPR-FLAG = 1
               IF WS-YA-APROBADO = 'S'
                   DISPLAY 'LA PROYECCION DE ' WS-ANO-X ' YA SE '
                       'APROBO Y CARGO A DEPBUD-MAST (DYN-BUDAPR); '
                       'NO SE REPROYECTA.'
                   CLOSE BUD-PROJ
                   CLOSE EMPLEADO
                   STOP RUN
               END-IF
               PERFORM 065-ARRANCA-ANO
               PERFORM 067-BORRA-ANTERIOR UNTIL WS-BPR-FLAG = 1.

           065-ARRANCA-ANO.
               MOVE 0 TO WS-BPR-FLAG
               MOVE WS-ANO-X TO BP-ANO
               MOVE 0 TO BP-CLV-DEP
               MOVE 0 TO BP-MES
               START BUD-PROJ KEY IS NOT LESS THAN BP-KEY
                   INVALID KEY MOVE 1 TO WS-BPR-FLAG
               END-START.

           066-CHECA-APROBADO.
               READ BUD-PROJ NEXT RECORD
                   AT END MOVE 1 TO WS-BPR-FLAG
                   NOT AT END
                       IF BP-ANO NOT = WS-ANO-X
                           MOVE 1 TO WS-BPR-FLAG
                       ELSE
                           IF BP-EST = 'A'
                               MOVE 'S' TO WS-YA-APROBADO
                               MOVE 1 TO WS-BPR-FLAG
                           END-IF
                       END-IF
               END-READ.

           067-BORRA-ANTERIOR.
               READ BUD-PROJ NEXT RECORD
                   AT END MOVE 1 TO WS-BPR-FLAG
                   NOT AT END
                       IF BP-ANO NOT = WS-ANO-X
                           MOVE 1 TO WS-BPR-FLAG
                       ELSE
                           DELETE BUD-PROJ RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ.

      *LOS ARCHIVOS DE CAMBIOS SON OPCIONALES: SIN ALGUNO, ESE
      *TIPO DE CAMBIO NO SE PROYECTA Y SE AVISA.
           070-ABRE-CATALOGOS.
               MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH
               DISPLAY 'FUTPEND_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-FUTPEND-PATH FROM ENVIRONMENT-VALUE
               IF WS-FUTPEND-PATH = SPACES
                   MOVE WS-FUTPEND-PATH-DFLT TO WS-FUTPEND-PATH
               END-IF
               OPEN INPUT FUT-PEND
               IF WS-FUT-STATUS = '00'
                   MOVE 'S' TO WS-CON-FUT
               ELSE
                   DISPLAY 'SIN FUT-PEND: NO SE PROYECTAN CAMBIOS '
                       'PENDIENTES.'
               END-IF
               IF WS-RATING > 0
                   MOVE WS-MERIT-PATH-DFLT TO WS-MERIT-PATH
                   DISPLAY 'MERIT_PATH' UPON ENVIRONMENT-NAME
                   ACCEPT WS-MERIT-PATH FROM ENVIRONMENT-VALUE
                   IF WS-MERIT-PATH = SPACES
                       MOVE WS-MERIT-PATH-DFLT TO WS-MERIT-PATH
                   END-IF
                   OPEN INPUT MERIT-MAT
                   IF WS-MER-STATUS = '00'
                       MOVE 'S' TO WS-CON-MER
                   ELSE
                       DISPLAY 'SIN MATRIZ DE MERITO (DYN-MERMNT): '
                           'NO SE PROYECTA MERITO.'
                   END-IF
               END-IF
               MOVE WS-CONTRMAST-PATH-DFLT TO WS-CONTRMAST-PATH
               DISPLAY 'CONTRMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-CONTRMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-CONTRMAST-PATH = SPACES
                   MOVE WS-CONTRMAST-PATH-DFLT TO WS-CONTRMAST-PATH
               END-IF
               OPEN INPUT CONTR-MAST
               IF WS-CON-STATUS = '00'
                   MOVE 'S' TO WS-CON-CON
               ELSE
                   DISPLAY 'SIN CONTR-MAST: NO SE PROYECTAN '
                       'VENCIMIENTOS DE CONTRATO.'
               END-IF
               MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
               DISPLAY 'LOAMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-LOAMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-LOAMAST-PATH = SPACES
                   MOVE WS-LOAMAST-PATH-DFLT TO WS-LOAMAST-PATH
               END-IF
               OPEN INPUT LOA-MAST
               IF WS-LOA-STATUS = '00'
                   MOVE 'S' TO WS-CON-LOA
               END-IF.

           080-CIERRA-CATALOGOS.
               IF WS-CON-FUT = 'S'
                   CLOSE FUT-PEND
               END-IF
               IF WS-CON-MER = 'S'
                   CLOSE MERIT-MAT
               END-IF
               IF WS-CON-CON = 'S'
                   CLOSE CONTR-MAST
               END-IF
               IF WS-CON-LOA = 'S'
                   CLOSE LOA-MAST
               END-IF.

       100-LEE.
           READ EMPLEADO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMP-STATUS NOT = 'I'
                       PERFORM 200-PROYECTA
                   END-IF
           END-READ.

      *ARMA LA VENTANA PAGADA DEL EMPLEADO Y SUS CAMBIOS DEL ANO Y
      *LUEGO LO RECORRE MES POR MES. EL REGISTRO DE LA FOTO SE
      *VA MODIFICANDO EN MEMORIA (SUELDO, DEPTO, TURNO) PARA QUE
      *912/946/948 CALCULEN CON LO QUE RIGE EN CADA MES.
       200-PROYECTA.
           ADD 1 TO WS-EMPLEADOS.
           MOVE '000000' TO WS-ALTA-PER.
           MOVE 30 TO WS-ALTA-DIAS.
           MOVE '999999' TO WS-BAJA-PER.
           MOVE 30 TO WS-BAJA-DIAS.
           IF EMP-STATUS = 'L' AND WS-CON-LOA = 'S'
               PERFORM 210-LICENCIA
           END-IF.
           IF WS-CON-CON = 'S'
               PERFORM 220-CONTRATO
           END-IF.
           PERFORM 230-RETIRO.
           MOVE 0 TO WS-FT-N.
           IF WS-CON-FUT = 'S'
               PERFORM 240-CAMBIOS-FUTUROS
           END-IF.
           PERFORM 250-ESCALON.
           MOVE 0 TO WS-MER-PCT.
           IF WS-CON-MER = 'S' AND TIPO-PAGO = 'M'
               PERFORM 260-MERITO
           END-IF.
           MOVE 0 TO WS-MES.
           PERFORM 300-MES 12 TIMES.

      *EL EMPLEADO EN LICENCIA SE PAGA DESDE EL REGRESO ESPERADO
      *DE SU LICENCIA ABIERTA (EL DIA DEL REGRESO YA SE PAGA).
           210-LICENCIA.
               MOVE 'N' TO WS-AUX-HALLO
               MOVE 0 TO WS-AUX-FLAG
               MOVE ID-EMPL TO LO-ID-EMPL
               MOVE LOW-VALUES TO LO-F-INI
               START LOA-MAST KEY IS NOT LESS THAN LO-KEY
                   INVALID KEY MOVE 1 TO WS-AUX-FLAG
               END-START
               PERFORM 211-LICENCIA-LEE UNTIL WS-AUX-FLAG = 1
               IF WS-AUX-HALLO = 'S' AND WS-AUX-FECHA IS NUMERIC
                   ADD 1 TO WS-CNT-LICENCIA
                   MOVE WS-AUX-FECHA(1:6) TO WS-ALTA-PER
                   MOVE WS-AUX-FECHA(7:2) TO WS-DD
                   IF WS-DD > 30
                       MOVE 30 TO WS-DD
                   END-IF
                   COMPUTE WS-ALTA-DIAS = 30 - WS-DD + 1
               END-IF.

           211-LICENCIA-LEE.
               READ LOA-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-AUX-FLAG
                   NOT AT END
                       IF LO-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-AUX-FLAG
                       ELSE
                           IF LO-EST = 'A'
                               MOVE 'S' TO WS-AUX-HALLO
                               MOVE LO-F-REG-EST TO WS-AUX-FECHA
                           END-IF
                       END-IF
               END-READ.

      *EL CONTRATO VIGENTE DE PLAZO QUE VENCE EN EL ANO (O YA
      *VENCIO SIN DECISION EN DYN-CONEXP) DA LA BAJA: SE PAGA
      *HASTA EL DIA DEL TERMINO.
           220-CONTRATO.
               MOVE 'N' TO WS-AUX-HALLO
               MOVE 0 TO WS-AUX-FLAG
               MOVE ID-EMPL TO CN-ID-EMPL
               MOVE 0 TO CN-SEQ
               START CONTR-MAST KEY IS NOT LESS THAN CN-KEY
                   INVALID KEY MOVE 1 TO WS-AUX-FLAG
               END-START
               PERFORM 221-CONTRATO-LEE UNTIL WS-AUX-FLAG = 1
               IF WS-AUX-HALLO = 'S' AND WS-AUX-TIPO NOT = 'I'
                   AND WS-AUX-FECHA IS NUMERIC
                   AND WS-AUX-FECHA(1:4) NOT > WS-ANO-X
                   ADD 1 TO WS-CNT-CONTRATO
                   MOVE WS-AUX-FECHA(1:6) TO WS-CAND-PER
                   MOVE WS-AUX-FECHA(7:2) TO WS-CAND-DIAS
                   IF WS-CAND-DIAS > 30
                       MOVE 30 TO WS-CAND-DIAS
                   END-IF
                   PERFORM 225-FIJA-BAJA
               END-IF.

           221-CONTRATO-LEE.
               READ CONTR-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-AUX-FLAG
                   NOT AT END
                       IF CN-ID-EMPL NOT = ID-EMPL
                           MOVE 1 TO WS-AUX-FLAG
                       ELSE
                           IF CN-EST = 'V'
                               MOVE 'S' TO WS-AUX-HALLO
                               MOVE CN-TIPO TO WS-AUX-TIPO
                               MOVE CN-F-FIN TO WS-AUX-FECHA
                           END-IF
                       END-IF
               END-READ.

      *DE DOS CAUSAS DE BAJA RIGE LA PRIMERA.
           225-FIJA-BAJA.
               IF WS-CAND-PER < WS-BAJA-PER
                   OR (WS-CAND-PER = WS-BAJA-PER
                       AND WS-CAND-DIAS < WS-BAJA-DIAS)
                   MOVE WS-CAND-PER TO WS-BAJA-PER
                   MOVE WS-CAND-DIAS TO WS-BAJA-DIAS
               END-IF.

      *QUIEN CUMPLE LA EDAD DE RETIRO (O LA REBASA) EN EL ANO SE
      *RETIRA EN SU CUMPLEANOS: SE PAGA HASTA LA VISPERA.
           230-RETIRO.
               IF F-NAC IS NUMERIC
                   MOVE F-NAC(1:4) TO WS-AUX-ANO
                   IF WS-ANO - WS-AUX-ANO NOT < WS-EDAD-RETIRO
                       ADD 1 TO WS-CNT-RETIRO
                       MOVE WS-ANO-X TO WS-CAND-PER(1:4)
                       MOVE F-NAC(5:2) TO WS-CAND-PER(5:2)
                       MOVE F-NAC(7:2) TO WS-DD
                       IF WS-DD > 30
                           MOVE 30 TO WS-DD
                       END-IF
                       COMPUTE WS-CAND-DIAS = WS-DD - 1
                       PERFORM 225-FIJA-BAJA
                   END-IF
               END-IF.

      *LOS PENDIENTES DE FUT-PEND VAN EN ORDEN DE FECHA: LOS QUE
      *RIGEN ANTES DEL ANO (AUN NO APLICADOS) ENTRAN DESDE ENERO;
      *LOS DEL ANO, EN EL MES EN QUE RIGEN.
           240-CAMBIOS-FUTUROS.
               MOVE 0 TO WS-AUX-FLAG
               MOVE ID-EMPL TO FC-ID-EMPL
               MOVE LOW-VALUES TO FC-FECHA-EF
               START FUT-PEND KEY IS NOT LESS THAN FC-KEY
                   INVALID KEY MOVE 1 TO WS-AUX-FLAG
               END-START
               PERFORM 241-FUTURO-LEE UNTIL WS-AUX-FLAG = 1.

           241-FUTURO-LEE.
               READ FUT-PEND NEXT RECORD
                   AT END MOVE 1 TO WS-AUX-FLAG
                   NOT AT END
                       IF FC-ID-EMPL NOT = ID-EMPL
                           OR FC-FECHA-EF(1:4) > WS-ANO-X
                           MOVE 1 TO WS-AUX-FLAG
                       ELSE
                           IF FC-EST = 'P'
                               ADD 1 TO WS-CNT-FUT
                               IF FC-FECHA-EF(1:4) < WS-ANO-X
                                   PERFORM 242-FUTURO-PREVIO
                               ELSE
                                   PERFORM 243-FUTURO-GUARDA
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           242-FUTURO-PREVIO.
               IF FC-CAMBIA-SUE = 'S'
                   MOVE FC-SUE-MEN TO SUE-MEN
               END-IF
               IF FC-CAMBIA-DEP = 'S'
                   MOVE FC-CLV-DEP TO CLV-DEP
                   MOVE FC-NOM-DEP TO NOM-DEP
               END-IF
               IF FC-CAMBIA-TURNO = 'S'
                   MOVE FC-TURNO-CLV TO TURNO-CLV
               END-IF.

           243-FUTURO-GUARDA.
               IF WS-FT-N < 10
                   ADD 1 TO WS-FT-N
                   MOVE FC-FECHA-EF(5:2) TO WS-FT-MES(WS-FT-N)
                   MOVE FC-CAMBIA-SUE TO WS-FT-CAMBIA-SUE(WS-FT-N)
                   MOVE FC-SUE-MEN TO WS-FT-SUE(WS-FT-N)
                   MOVE FC-CAMBIA-DEP TO WS-FT-CAMBIA-DEP(WS-FT-N)
                   MOVE FC-CLV-DEP TO WS-FT-DEP(WS-FT-N)
                   MOVE FC-NOM-DEP TO WS-FT-NOM(WS-FT-N)
                   MOVE FC-CAMBIA-TURNO TO
                       WS-FT-CAMBIA-TURNO(WS-FT-N)
                   MOVE FC-TURNO-CLV TO WS-FT-TURNO(WS-FT-N)
               END-IF.

      *EL ESCALON DE DYN-STEPUP: EL ANIVERSARIO DEL ANO CRUZA UN
      *MULTIPLO DE WS-STEP-ANOS DE SERVICIO.
           250-ESCALON.
               MOVE 0 TO WS-STEP-MES
               IF F-ING IS NUMERIC
                   MOVE F-ING(1:4) TO WS-AUX-ANO
                   COMPUTE WS-ANOS = WS-ANO - WS-AUX-ANO
                   IF WS-ANOS > 0
                       AND FUNCTION MOD(WS-ANOS WS-STEP-ANOS) = 0
                       MOVE F-ING(5:2) TO WS-STEP-MES
                       ADD 1 TO WS-CNT-STEP
                   END-IF
               END-IF.

           260-MERITO.
               MOVE WS-RATING TO MM-RATING
               MOVE ID-TAB-S TO MM-TAB
               READ MERIT-MAT KEY IS MM-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MM-PCT TO WS-MER-PCT
                       IF MM-PCT > 0
                           ADD 1 TO WS-CNT-MERITO
                       END-IF
               END-READ.

      *LOS CAMBIOS DEL MES RIGEN EL MES COMPLETO; LOS MESES DE
      *ALTA Y BAJA SE PRORRATEAN SOBRE 30 DIAS.
       300-MES.
           ADD 1 TO WS-MES.
           MOVE WS-ANO TO WS-PER-AA.
           MOVE WS-MES TO WS-PER-MM.
           PERFORM 310-CAMBIO-MES
               VARYING WS-FT-IX FROM 1 BY 1 UNTIL WS-FT-IX > WS-FT-N.
           IF WS-STEP-MES = WS-MES
               COMPUTE SUE-MEN ROUNDED =
                   SUE-MEN + (SUE-MEN * WS-STEP-PCT)
           END-IF.
           IF WS-MER-PCT > 0 AND WS-MES = WS-MES-MERITO
               COMPUTE SUE-MEN ROUNDED =
                   SUE-MEN + (SUE-MEN * WS-MER-PCT)
           END-IF.
           MOVE 30 TO WS-DIAS.
           IF WS-PER-X < WS-ALTA-PER
               MOVE 0 TO WS-DIAS
           END-IF.
           IF WS-PER-X = WS-ALTA-PER
               MOVE WS-ALTA-DIAS TO WS-DIAS
           END-IF.
           IF WS-PER-X > WS-BAJA-PER
               MOVE 0 TO WS-DIAS
           END-IF.
           IF WS-PER-X = WS-BAJA-PER AND WS-BAJA-DIAS < WS-DIAS
               MOVE WS-BAJA-DIAS TO WS-DIAS
           END-IF.
           IF WS-DIAS > 0
               PERFORM 320-COSTO-MES
           END-IF.

           310-CAMBIO-MES.
               IF WS-FT-MES(WS-FT-IX) = WS-MES
                   IF WS-FT-CAMBIA-SUE(WS-FT-IX) = 'S'
                       MOVE WS-FT-SUE(WS-FT-IX) TO SUE-MEN
                   END-IF
                   IF WS-FT-CAMBIA-DEP(WS-FT-IX) = 'S'
                       MOVE WS-FT-DEP(WS-FT-IX) TO CLV-DEP
                       MOVE WS-FT-NOM(WS-FT-IX) TO NOM-DEP
                   END-IF
                   IF WS-FT-CAMBIA-TURNO(WS-FT-IX) = 'S'
                       MOVE WS-FT-TURNO(WS-FT-IX) TO TURNO-CLV
                   END-IF
               END-IF.

      *SUELDO DEL MES (912) Y COSTOS PATRONALES. LA CUOTA DIARIA
      *ES LA DE DYN-AGUIN; LOS DIAS DE VACACIONES, LOS DE
      *DYN-LVACCR POR LOS ANOS CUMPLIDOS EN EL MES.
           320-COSTO-MES.
               PERFORM 912-CALCULA-PAGO
               COMPUTE WS-M-SUELDO ROUNDED = WS-PAGO-CALC * WS-DIAS / 30
               IF TIPO-PAGO = 'H'
                   COMPUTE WS-CUOTA ROUNDED = TARIFA-HORA * 8
               ELSE
                   COMPUTE WS-CUOTA ROUNDED = SUE-MEN / 30
               END-IF
               COMPUTE WS-M-AGUIN ROUNDED =
                   WS-CUOTA * WS-AGUIN-DIAS / 12 * WS-DIAS / 30
               MOVE 12 TO WS-DIAS-VAC
               IF F-ING IS NUMERIC
                   MOVE F-ING(1:4) TO WS-AUX-ANO
                   MOVE F-ING(5:2) TO WS-DD
                   COMPUTE WS-ANOS = WS-ANO - WS-AUX-ANO
                   IF WS-MES < WS-DD
                       SUBTRACT 1 FROM WS-ANOS
                   END-IF
                   IF WS-ANOS > 0
                       COMPUTE WS-DIAS-VAC = 12 + (WS-ANOS * 2)
                   END-IF
                   IF WS-DIAS-VAC > 30
                       MOVE 30 TO WS-DIAS-VAC
                   END-IF
               END-IF
               COMPUTE WS-M-PRIMA ROUNDED =
                   WS-CUOTA * WS-DIAS-VAC * WS-PRIMAVAC-PCT / 12
                   * WS-DIAS / 30
               MOVE WS-PER-X TO WS-IMSS-PERIODO
               PERFORM 948-CALCULA-IMSS
               COMPUTE WS-M-IMSS ROUNDED = WS-IMSS-PAT * WS-DIAS / 30
               PERFORM 946-CALCULA-AHORRO
               COMPUTE WS-M-AHORRO ROUNDED =
                   WS-AHORRO-CALC * WS-DIAS / 30
               COMPUTE WS-IX = CLV-DEP + 1
               MOVE 'S' TO WS-DT-USADA(WS-IX)
               MOVE NOM-DEP TO WS-DT-NOM(WS-IX)
               ADD 1 TO WS-DT-PLANT(WS-IX WS-MES)
               ADD WS-M-SUELDO TO WS-DT-SUELDO(WS-IX WS-MES)
               ADD WS-M-IMSS TO WS-DT-IMSS(WS-IX WS-MES)
               ADD WS-M-AGUIN TO WS-DT-AGUIN(WS-IX WS-MES)
               ADD WS-M-PRIMA TO WS-DT-PRIMA(WS-IX WS-MES)
               ADD WS-M-AHORRO TO WS-DT-AHORRO(WS-IX WS-MES).

      *POR DEPARTAMENTO: SUS DOCE MESES, EL TOTAL DEL ANO Y LOS
      *RENGLONES DE BUD-PROJ.
       400-DEPTO.
           IF WS-DT-USADA(WS-IX) = 'S'
               MOVE SPACES TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               COMPUTE WS-LD-CLV = WS-IX - 1
               MOVE WS-DT-NOM(WS-IX) TO WS-LD-NOM
               MOVE WS-LINEA-DEP TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               MOVE WS-ENCABEZADO TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               PERFORM 405-LIMPIA-ANUAL
               PERFORM 410-DEPTO-MES
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               PERFORM 420-LINEA-ANUAL
           END-IF.

           405-LIMPIA-ANUAL.
               MOVE 0 TO WS-AN-PLANT
               MOVE 0 TO WS-AN-SUELDO
               MOVE 0 TO WS-AN-IMSS
               MOVE 0 TO WS-AN-AGUIN
               MOVE 0 TO WS-AN-PRIMA
               MOVE 0 TO WS-AN-AHORRO.

           410-DEPTO-MES.
               MOVE WS-ANO-X TO WS-L-MES(1:4)
               MOVE WS-MX TO WS-L-MES(5:2)
               MOVE WS-DT-PLANT(WS-IX WS-MX) TO WS-L-PLANT
               MOVE WS-DT-SUELDO(WS-IX WS-MX) TO WS-L-SUELDO
               MOVE WS-DT-IMSS(WS-IX WS-MX) TO WS-L-IMSS
               MOVE WS-DT-AGUIN(WS-IX WS-MX) TO WS-L-AGUIN
               MOVE WS-DT-PRIMA(WS-IX WS-MX) TO WS-L-PRIMA
               MOVE WS-DT-AHORRO(WS-IX WS-MX) TO WS-L-AHORRO
               COMPUTE WS-COSTO = WS-DT-SUELDO(WS-IX WS-MX)
                   + WS-DT-IMSS(WS-IX WS-MX)
                   + WS-DT-AGUIN(WS-IX WS-MX)
                   + WS-DT-PRIMA(WS-IX WS-MX)
                   + WS-DT-AHORRO(WS-IX WS-MX)
               MOVE WS-COSTO TO WS-L-COSTO
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               IF WS-DT-PLANT(WS-IX WS-MX) > WS-AN-PLANT
                   MOVE WS-DT-PLANT(WS-IX WS-MX) TO WS-AN-PLANT
               END-IF
               ADD WS-DT-SUELDO(WS-IX WS-MX) TO WS-AN-SUELDO
               ADD WS-DT-IMSS(WS-IX WS-MX) TO WS-AN-IMSS
               ADD WS-DT-AGUIN(WS-IX WS-MX) TO WS-AN-AGUIN
               ADD WS-DT-PRIMA(WS-IX WS-MX) TO WS-AN-PRIMA
               ADD WS-DT-AHORRO(WS-IX WS-MX) TO WS-AN-AHORRO
               ADD WS-DT-PLANT(WS-IX WS-MX) TO WS-GT-PLANT(WS-MX)
               ADD WS-DT-SUELDO(WS-IX WS-MX) TO WS-GT-SUELDO(WS-MX)
               ADD WS-DT-IMSS(WS-IX WS-MX) TO WS-GT-IMSS(WS-MX)
               ADD WS-DT-AGUIN(WS-IX WS-MX) TO WS-GT-AGUIN(WS-MX)
               ADD WS-DT-PRIMA(WS-IX WS-MX) TO WS-GT-PRIMA(WS-MX)
               ADD WS-DT-AHORRO(WS-IX WS-MX) TO WS-GT-AHORRO(WS-MX)
               PERFORM 415-GRABA-RENGLON.

           415-GRABA-RENGLON.
               MOVE WS-ANO-X TO BP-ANO
               COMPUTE BP-CLV-DEP = WS-IX - 1
               MOVE WS-MX TO BP-MES
               MOVE WS-DT-NOM(WS-IX) TO BP-NOM-DEP
               MOVE WS-DT-PLANT(WS-IX WS-MX) TO BP-PLANT
               MOVE WS-DT-SUELDO(WS-IX WS-MX) TO BP-SUELDO
               MOVE WS-DT-IMSS(WS-IX WS-MX) TO BP-IMSS
               MOVE WS-DT-AGUIN(WS-IX WS-MX) TO BP-AGUIN
               MOVE WS-DT-PRIMA(WS-IX WS-MX) TO BP-PRIMA
               MOVE WS-DT-AHORRO(WS-IX WS-MX) TO BP-AHORRO
               MOVE WS-COSTO TO BP-COSTO
               MOVE 'P' TO BP-EST
               MOVE WS-HOY TO BP-F-CALC
               MOVE SPACES TO BP-OPER
               MOVE SPACES TO BP-F-APR
               WRITE BPR-REC
                   INVALID KEY REWRITE BPR-REC
               END-WRITE
               ADD 1 TO WS-RENGLONES.

      *EN EL TOTAL DEL ANO LA PLANTILLA ES LA MAYOR DE LOS DOCE
      *MESES (LA QUE SE CARGA COMO TOPE).
           420-LINEA-ANUAL.
               MOVE 'ANUAL' TO WS-L-MES
               MOVE WS-AN-PLANT TO WS-L-PLANT
               MOVE WS-AN-SUELDO TO WS-L-SUELDO
               MOVE WS-AN-IMSS TO WS-L-IMSS
               MOVE WS-AN-AGUIN TO WS-L-AGUIN
               MOVE WS-AN-PRIMA TO WS-L-PRIMA
               MOVE WS-AN-AHORRO TO WS-L-AHORRO
               COMPUTE WS-COSTO = WS-AN-SUELDO + WS-AN-IMSS
                   + WS-AN-AGUIN + WS-AN-PRIMA + WS-AN-AHORRO
               MOVE WS-COSTO TO WS-L-COSTO
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA.

       450-TOTAL-GENERAL.
           MOVE SPACES TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE 'TOTAL GENERAL' TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           MOVE WS-ENCABEZADO TO WS-SPL-LINEA.
           PERFORM 941-SPOOL-LINEA.
           PERFORM 405-LIMPIA-ANUAL.
           PERFORM 460-GENERAL-MES
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
           PERFORM 420-LINEA-ANUAL.

           460-GENERAL-MES.
               MOVE WS-ANO-X TO WS-L-MES(1:4)
               MOVE WS-MX TO WS-L-MES(5:2)
               MOVE WS-GT-PLANT(WS-MX) TO WS-L-PLANT
               MOVE WS-GT-SUELDO(WS-MX) TO WS-L-SUELDO
               MOVE WS-GT-IMSS(WS-MX) TO WS-L-IMSS
               MOVE WS-GT-AGUIN(WS-MX) TO WS-L-AGUIN
               MOVE WS-GT-PRIMA(WS-MX) TO WS-L-PRIMA
               MOVE WS-GT-AHORRO(WS-MX) TO WS-L-AHORRO
               COMPUTE WS-COSTO = WS-GT-SUELDO(WS-MX)
                   + WS-GT-IMSS(WS-MX) + WS-GT-AGUIN(WS-MX)
                   + WS-GT-PRIMA(WS-MX) + WS-GT-AHORRO(WS-MX)
               MOVE WS-COSTO TO WS-L-COSTO
               MOVE WS-LINEA TO WS-SPL-LINEA
               PERFORM 941-SPOOL-LINEA
               IF WS-GT-PLANT(WS-MX) > WS-AN-PLANT
                   MOVE WS-GT-PLANT(WS-MX) TO WS-AN-PLANT
               END-IF
               ADD WS-GT-SUELDO(WS-MX) TO WS-AN-SUELDO
               ADD WS-GT-IMSS(WS-MX) TO WS-AN-IMSS
               ADD WS-GT-AGUIN(WS-MX) TO WS-AN-AGUIN
               ADD WS-GT-PRIMA(WS-MX) TO WS-AN-PRIMA
               ADD WS-GT-AHORRO(WS-MX) TO WS-AN-AHORRO.

           COPY PAYCALCLKUP.
           COPY IMSLKUP.
           COPY SAVLKUP.
           COPY REFLKUP.
           COPY SPOOLLKUP.
