      *********************************************************
      *PROGRAMA - CARGA POR LOTES DE HORAS DEL RELOJ CHECADOR *
      *(FEED). LEE EL EXPORT DIARIO DEL RELOJ (UN RENGLON POR *
      *EMPLEADO Y FECHA: ID, FECHA, HORAS DEL DIA, TURNO,     *
      *PROYECTO Y LAS CHECADAS DE ENTRADA Y SALIDA EN HHMM),  *
      *VALIDA CADA RENGLON (EL EMPLEADO EXISTE, ESTA ACTIVO,  *
      *ES POR HORA TIPO-PAGO = 'H', LA FECHA CAE EN EL        *
      *PERIODO CAPTURADO, HORAS DENTRO DE LA JORNADA          *
      *POSIBLE) Y LO CONSERVA EN EL DETALLE DIARIO PUNCH-DET  *
      *(SE CONSULTA CON DYN-PCHINQ), EN VEZ DE COLAPSARLO DE  *
      *ENTRADA EN UN TOTAL OPACO. UNA CHECADA QUE NO ES HORA  *
      *VALIDA NO TIRA EL RENGLON: LAS HORAS SE CARGAN SIN     *
      *CHECADAS Y SE AVISA. DE LAS CHECADAS SALEN LOS         *
      *RETARDOS (DYN-TARRPT) Y EL PREMIO DE PUNTUALIDAD.      *
      *AL TERMINAR LA CARGA, TOTALIZA CADA EMPLEADO TOCADO    *
      *DESDE SU DETALLE: EL CORTE NORMAL/EXTRA SE DERIVA      *
      *SEMANA POR SEMANA CON LAS REGLAS OT-RULES              *
      *LUNES VISIBLE (OX-SEMANA) PARA APROBACION. EL          *
      *RESULTADO SE REESCRIBE EN HORAS-TRAB / HORAS-EXTRA DE  *
      *REG-EMPL, COMO SIEMPRE, PARA 912-CALCULA-PAGO.         *
      *LOS DIAS CON HORAS QUE CAEN EN DOMINGO O EN FERIADO DE *
      *CAL-MAST (EL CALENDARIO DE LA SUCURSAL) GENERAN LA     *
      *PRIMA DOMINICAL Y LA DE FESTIVO TRABAJADO SEGUN        *
      *PRI-RULES (DYN-PRIMNT); QUEDAN EN PRIM-DET COMO        *
      *PERCEPCIONES PROPIAS QUE LA NOMINA SUMA AL BRUTO.      *
      *LA CARGA ES IDEMPOTENTE: UN RENGLON YA CARGADO SE      *
      *REESCRIBE CON EL MISMO VALOR Y LOS TOTALES SE          *
      *RECALCULAN COMPLETOS DEL DETALLE, ASI QUE UNA CORRIDA  *
      *CAIDA SE RELANZA ENTERA SIN DUPLICAR NADA (YA NO HAY   *
      *CHECKPOINT DE RENGLON). AL FINAL IMPRIME LA PAGINA DE  *
      *TOTALES DE HORAS CARGADAS POR DEPARTAMENTO.            *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY JRNFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY IXRFILE.
           COPY EXCFILE.
           COPY PRIFILE.
           COPY PRDFILE.
           COPY CALFILE.
           COPY LOCFILE.

       DATA DIVISION.
       FILE SECTION.
           05 TC-HORAS                  PIC 9(02)V99.
           05 TC-TURNO                  PIC X.
           05 TC-PROYECTO               PIC X(06).
           05 TC-ENTRADA                PIC X(04).
           05 TC-SALIDA                 PIC X(04).

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
           05 TARIFA-HORA                PIC 9(03)V99.
           05 HORAS-EXTRA                PIC 9(03)V99.
           05 TARIFA-EXTRA               PIC 9(03)V99.
           05 YTD-SUE                    PIC 9(08)V99.
           05 BANCO-CLV                  PIC X(03).
           05 CTA-CLABE                  PIC X(18).
           05 TURNO-CLV                  PIC X.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY IXRFD.
           COPY EXCFD.
           COPY PRIFD.
           COPY PRDFD.
           COPY CALFD.
           COPY LOCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
           COPY EXCSTAT.
       01 WS-FEED-STATUS                PIC X(02).
       01 WS-TIMEFEED-PATH-DFLT         PIC X(80) VALUE
           COPY PCHSTAT.
           COPY PRJSTAT.
           COPY PJCSTAT.
           COPY PRISTAT.
           COPY PRDSTAT.
           COPY CALSTAT.
           COPY LOCSTAT.
       01 WS-FLAG                       PIC 9 VALUE 0.
       01 WS-PCH-FLAG                   PIC 9.
       01 WS-RENGLONES                  PIC 9(06) VALUE 0.
      *REBASA ES UN ERROR DE CAPTURA DEL RELOJ Y SE RECHAZA.
       01 WS-MAX-HORAS-DIA              PIC 9(02)V99 VALUE 24.

      *CHECADA DE ENTRADA O SALIDA QUE SE VALIDA (HHMM DE 24 HORAS).
       01 WS-CHK-HHMM                   PIC X(04).
       01 WS-CHK-HHMM-R REDEFINES WS-CHK-HHMM.
           05 WS-CHK-HH                 PIC 9(02).
           05 WS-CHK-MM                 PIC 9(02).
       01 WS-CHK-OK                     PIC X.
       01 WS-CHECADAS-OK                PIC X.

      *REGLAS SEMANALES DE EXTRA, LEIDAS UNA VEZ POR CORRIDA.
      *SIN ARCHIVO DE REGLAS NO HAY CORTE: TODO A HORAS NORMALES.
       01 WS-OTR-OK                     PIC X VALUE 'N'.
       01 WS-TOT-NORMAL                 PIC 9(03)V99.
       01 WS-TOT-EXTRA                  PIC 9(03)V99.

      *HORAS CARGADAS POR DEPARTAMENTO (CLV-DEP 0-999; SUBSCRIPT
      *ES CLV-DEP + 1) PARA LA PAGINA DE TOTALES.
       01 WS-DEP-TABLA.
           05 WS-DEP-HORAS              PIC 9(07)V99 OCCURS 1000 TIMES.
       01 WS-IX                         PIC 9(04).
       01 WS-CLV                        PIC 9(03).

       01 SEP.
           05 FILLER                    PIC X(79) VALUE ALL '-'.
           DISPLAY '     CARGA DE HORAS DEL RELOJ CHECADOR'.
           DISPLAY SEP.
           PERFORM 050-PIDE-PERIODO.
           MOVE WS-PERIODO TO WS-PRI-PERIODO.
           PERFORM 060-LEE-REGLAS.
           PERFORM 070-ABRE-DETALLE.
           MOVE WS-TIMEFEED-PATH-DFLT TO WS-TIMEFEED-PATH.
           IF WS-TIMEFEED-PATH = SPACES
               MOVE WS-TIMEFEED-PATH-DFLT TO WS-TIMEFEED-PATH
           END-IF.
      *UN RELOJ YA CARGADO DUPLICA HORAS: EL MISMO CONTENIDO NO
      *ENTRA DOS VECES SIN OVERRIDE DE SUPERVISOR.
           MOVE 'DYNTMLOD' TO WS-IX-PROGRAMA.
           MOVE WS-TIMEFEED-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'CARGA CANCELADA; NO SE CARGO NADA.'
               CLOSE PUNCH-DET
               STOP RUN
           END-IF.
           OPEN INPUT TIME-FEED.
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR DE ARCHIVO TIME-FEED. FILE STATUS: '
           CLOSE EMPLEADO.
           CLOSE PUNCH-DET.
           PERFORM 500-TOTALES.
           IF WS-RENGLONES > WS-REJECTED
               COMPUTE WS-IX-ACEPT = WS-RENGLONES - WS-REJECTED
           ELSE
               MOVE 0 TO WS-IX-ACEPT
           END-IF.
           MOVE WS-REJECTED TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'PERIODO ' WS-PERIODO ' EMPLEADOS ' WS-LOADED
               DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           STOP RUN.

           050-PIDE-PERIODO.
                               ' ' TC-FECHA ': ' TC-PROYECTO
                           MOVE SPACES TO PD-PROYECTO
                       END-IF
                       PERFORM 330-CHECADAS
                       WRITE PCH-REC
                           INVALID KEY REWRITE PCH-REC
                       END-WRITE
                   END-IF
               END-IF.

      *LAS CHECADAS VIAJAN TAL CUAL SI SON HORAS VALIDAS (O VIENEN
      *EN BLANCO); UNA MAL FORMADA DEJA EL DIA SIN CHECADAS.
           330-CHECADAS.
               MOVE 'S' TO WS-CHECADAS-OK
               MOVE TC-ENTRADA TO WS-CHK-HHMM
               PERFORM 335-VALIDA-HHMM
               IF WS-CHK-OK = 'N'
                   MOVE 'N' TO WS-CHECADAS-OK
               END-IF
               MOVE TC-SALIDA TO WS-CHK-HHMM
               PERFORM 335-VALIDA-HHMM
               IF WS-CHK-OK = 'N'
                   MOVE 'N' TO WS-CHECADAS-OK
               END-IF
               IF WS-CHECADAS-OK = 'S'
                   MOVE TC-ENTRADA TO PD-ENTRADA
                   MOVE TC-SALIDA TO PD-SALIDA
               ELSE
                   DISPLAY 'CHECADAS IGNORADAS EN ' TC-ID-EMPL
                       ' ' TC-FECHA ': ' TC-ENTRADA ' ' TC-SALIDA
                   MOVE SPACES TO PD-ENTRADA
                   MOVE SPACES TO PD-SALIDA
               END-IF.

           335-VALIDA-HHMM.
               MOVE 'S' TO WS-CHK-OK
               IF WS-CHK-HHMM NOT = SPACES
                   IF WS-CHK-HHMM IS NOT NUMERIC
                       MOVE 'N' TO WS-CHK-OK
                   ELSE
                       IF WS-CHK-HH > 23 OR WS-CHK-MM > 59
                           MOVE 'N' TO WS-CHK-OK
                       END-IF
                   END-IF
               END-IF.

           310-ANOTA-TOCADO.
               MOVE 'N' TO WS-TOC-PEGA
               PERFORM 320-BUSCA-TOCADO
               PERFORM 430-ACUMULA-DIA UNTIL WS-PCH-FLAG = 1
               PERFORM 450-CARGA-PROYECTOS
               PERFORM 440-CORTE-SEMANAL
               PERFORM 460-PRIMAS
               MOVE WS-TOT-NORMAL TO HORAS-TRAB
               MOVE WS-TOT-EXTRA TO HORAS-EXTRA
               REWRITE REG-EMPL
                   WS-LUNES-FECHA '), A LISTA DE APROBACION: '
                   ID-EMPL.

      *DOMINGOS Y FERIADOS TRABAJADOS DEL PERIODO: LAS PRIMAS SE
      *REPONEN COMPLETAS DESDE EL DETALLE, COMO LOS TOTALES, CON
      *EL CALENDARIO DE LA SUCURSAL DEL EMPLEADO.
           460-PRIMAS.
               MOVE SPACES TO WS-CAL-SUC-PATH
               IF SUC-CLV NOT = SPACES
                   MOVE SUC-CLV TO LC-CLV
                   PERFORM 974-LOC-LOOKUP THRU 974-SALIDA
                   IF WS-LOC-OK = 'S' AND LC-CLV NOT = SPACES
                       AND LC-CAL-PATH NOT = SPACES
                       MOVE LC-CAL-PATH TO WS-CAL-SUC-PATH
                   END-IF
               END-IF
               PERFORM 988-PRIMAS-CALCULA
               MOVE SPACES TO WS-CAL-SUC-PATH
               IF WS-PRI-DOM-CALC > 0 OR WS-PRI-FER-CALC > 0
                   DISPLAY ID-EMPL ' PRIMA DOMINICAL (' WS-PRI-DOM-DIAS
                       ' DIAS): ' WS-PRI-DOM-CALC ' FESTIVO ('
                       WS-PRI-FER-DIAS ' DIAS): ' WS-PRI-FER-CALC
               END-IF.

      *PAGINA DE TOTALES: HORAS CARGADAS (NORMALES + EXTRA) POR
      *DEPARTAMENTO Y CONTEOS DE LA CORRIDA.
           500-TOTALES.
               DISPLAY '     TOTALES DE HORAS CARGADAS POR DEPTO'
               DISPLAY SEP
               MOVE 0 TO WS-CLV
               PERFORM 501-TOTAL-DEPTO 1000 TIMES
               DISPLAY SEP
               DISPLAY 'CARGA TERMINADA. RENGLONES: ' WS-RENGLONES
                   ' EMPLEADOS TOTALIZADOS: ' WS-LOADED
               ADD 1 TO WS-CLV.

           COPY PRJLKUP.
           COPY PRILKUP.
           COPY LOCLKUP.
           COPY PJCLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
           COPY IXRLKUP.
