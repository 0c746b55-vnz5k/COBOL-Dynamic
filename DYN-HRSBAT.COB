      *DYN-EDIT), SE REESCRIBE REG-EMPL CON SU RENGLON DE     *
      *DIARIO. CADA LOTE - ACEPTADO O RECHAZADO - QUEDA EN LA *
      *BITACORA HRSBAT CON OPERADOR, FECHA Y HORA.            *
      *POR RENGLON SE TECLEAN LOS DOMINGOS / FERIADOS         *
      *TRABAJADOS (FECHA Y HORAS); AL CONTABILIZAR QUEDAN EN  *
      *EL DETALLE DIARIO PUNCH-DET Y SE DERIVAN LAS PRIMAS    *
      *DOMINICAL Y DE FESTIVO (PRI-RULES, CALENDARIO DE LA    *
      *SUCURSAL) A PRIM-DET, IGUAL QUE EN DYN-TIMLOAD.        *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY OTRFILE.
           COPY PRJFILE.
           COPY PJCFILE.
           COPY PCHFILE.
           COPY PRIFILE.
           COPY PRDFILE.
           COPY CALFILE.
           COPY LOCFILE.
           COPY OTEFILE.
           COPY JRNFILE.
           COPY OPERFILE.
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
           COPY OTRFD.
           COPY PRJFD.
           COPY PJCFD.
           COPY PCHFD.
           COPY PRIFD.
           COPY PRDFD.
           COPY CALFD.
           COPY LOCFD.
           COPY OTEFD.
           COPY JRNFD.
           COPY OPERFD.
           COPY OTRSTAT.
           COPY PRJSTAT.
           COPY PJCSTAT.
           COPY PCHSTAT.
           COPY PRISTAT.
           COPY PRDSTAT.
           COPY CALSTAT.
           COPY LOCSTAT.
           COPY OPERSTAT.
           COPY QSCSTAT.
           COPY EXCSTAT.
       01 WS-LN-HORAS-PIDE             PIC 9(03)V99.
       01 WS-SUMA-HORAS                PIC 9(06)V99.

      *DOMINGOS / FERIADOS TRABAJADOS TECLEADOS EN EL LOTE; CADA
      *UNO APUNTA A SU RENGLON (WS-ESP-LN).
       01 WS-ESP-TABLA.
           05 WS-ESP-ENT OCCURS 500 TIMES.
               10 WS-ESP-LN            PIC 9(04).
               10 WS-ESP-FECHA         PIC X(08).
               10 WS-ESP-HORAS         PIC 9(02)V99.
       01 WS-ESP-USADOS                PIC 9(04).
       01 WS-ESP-I                     PIC 9(04).
       01 WS-ESP-FECHA-PIDE            PIC X(08).
       01 WS-ESP-HORAS-PIDE            PIC 9(02)V99.
       01 WS-ESP-OTRO                  PIC X.
       01 WS-ESP-HAY                   PIC X.

       01 WS-POSTEADOS                 PIC 9(04).
       01 WS-RECHAZADOS                PIC 9(04).
       01 WS-OTRO-LOTE                 PIC X VALUE 'S'.
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH.
           DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNCHDET-PATH = SPACES
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
           END-IF.
           OPEN I-O PUNCH-DET.
           IF WS-PCH-STATUS = '35'
               OPEN OUTPUT PUNCH-DET
               CLOSE PUNCH-DET
               OPEN I-O PUNCH-DET
           END-IF.
           PERFORM 100-UN-LOTE UNTIL WS-OTRO-LOTE NOT = 'S'.
           CLOSE PUNCH-DET.
           CLOSE EMPLEADO.
           PERFORM 907-OPER-LOGOUT.
           DISPLAY SEP.

       300-CAPTURA-RENGLONES.
           MOVE 0 TO WS-LN-USADOS.
           MOVE 0 TO WS-ESP-USADOS.
           MOVE 0 TO WS-SUMA-HORAS.
           PERFORM 310-UN-RENGLON WS-HDR-DOCS TIMES.

               DISPLAY 'HORAS DEL PERIODO (999V99):'
               ACCEPT WS-LN-HORAS-PIDE
               PERFORM 320-PIDE-PROYECTO
               MOVE 'S' TO WS-ESP-OTRO
               PERFORM 330-DIA-ESPECIAL UNTIL WS-ESP-OTRO NOT = 'S'
               MOVE WS-LN-ID-PIDE TO WS-LN-ID(WS-LN-USADOS)
               MOVE WS-LN-HORAS-PIDE TO WS-LN-HORAS(WS-LN-USADOS)
               MOVE PR-CLV TO WS-LN-PROY(WS-LN-USADOS)
                   PERFORM 320-PIDE-PROYECTO
               END-IF.

      *LAS HORAS DEL DOMINGO / FERIADO YA VIENEN DENTRO DE LAS
      *DEL PERIODO (NO ENTRAN AL HASH); SOLO MARCAN EL DIA PARA
      *LA PRIMA.
           330-DIA-ESPECIAL.
               DISPLAY 'DOMINGO O FERIADO TRABAJADO - FECHA '
                   '(AAAAMMDD, SPACES = NINGUNO MAS):'
               MOVE SPACES TO WS-ESP-FECHA-PIDE
               ACCEPT WS-ESP-FECHA-PIDE
               IF WS-ESP-FECHA-PIDE = SPACES
                   MOVE 'N' TO WS-ESP-OTRO
               ELSE
                   IF WS-ESP-FECHA-PIDE NOT NUMERIC
                       OR WS-ESP-FECHA-PIDE(1:6) NOT = WS-LOTE-PERIODO
                       DISPLAY 'FECHA FUERA DEL PERIODO DEL LOTE'
                   ELSE
                       IF WS-ESP-USADOS >= 500
                           DISPLAY 'TABLA DE DIAS DEL LOTE LLENA'
                           MOVE 'N' TO WS-ESP-OTRO
                       ELSE
                           PERFORM 331-HORAS-ESPECIAL
                       END-IF
                   END-IF
               END-IF.

           331-HORAS-ESPECIAL.
               DISPLAY 'HORAS TRABAJADAS ESE DIA (99V99):'
               ACCEPT WS-ESP-HORAS-PIDE
               IF WS-ESP-HORAS-PIDE = 0 OR WS-ESP-HORAS-PIDE > 24
                   DISPLAY 'HORAS INVALIDAS (HASTA 24)'
               ELSE
                   ADD 1 TO WS-ESP-USADOS
                   MOVE WS-LN-USADOS TO WS-ESP-LN(WS-ESP-USADOS)
                   MOVE WS-ESP-FECHA-PIDE TO WS-ESP-FECHA(WS-ESP-USADOS)
                   MOVE WS-ESP-HORAS-PIDE TO WS-ESP-HORAS(WS-ESP-USADOS)
               END-IF.

      *EL LOTE SOLO SE CONTABILIZA SI CUADRA CONTRA EL
      *ENCABEZADO; SI NO, SE RECHAZA COMPLETO (Y QUEDA EN LA
      *BITACORA) PARA RECAPTURARLO CONTRA EL PAPEL.
                               WS-PJC-HORAS-CARGA
                           PERFORM 960-PRJ-CARGA
                       END-IF
                       PERFORM 530-DIAS-ESPECIALES
                       ADD 1 TO WS-POSTEADOS
                   END-IF
               END-IF.

      *LOS DIAS DEL RENGLON QUEDAN EN PUNCH-DET (UN DIA YA
      *CARGADO SE REESCRIBE) Y LAS PRIMAS DEL PERIODO SE REPONEN
      *DESDE EL DETALLE CON EL CALENDARIO DE LA SUCURSAL.
           530-DIAS-ESPECIALES.
               MOVE 'N' TO WS-ESP-HAY
               PERFORM 531-GRABA-DIA
                   VARYING WS-ESP-I FROM 1 BY 1
                   UNTIL WS-ESP-I > WS-ESP-USADOS
               IF WS-ESP-HAY = 'S'
                   MOVE WS-LOTE-PERIODO TO WS-PRI-PERIODO
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
                   DISPLAY '        PRIMA DOMINICAL (' WS-PRI-DOM-DIAS
                       ' DIAS): ' WS-PRI-DOM-CALC ' FESTIVO ('
                       WS-PRI-FER-DIAS ' DIAS): ' WS-PRI-FER-CALC
               END-IF.

           531-GRABA-DIA.
               IF WS-ESP-LN(WS-ESP-I) = WS-LN-I
                   MOVE 'S' TO WS-ESP-HAY
                   MOVE ID-EMPL TO PD-ID-EMPL
                   MOVE WS-ESP-FECHA(WS-ESP-I) TO PD-FECHA
                   MOVE WS-ESP-HORAS(WS-ESP-I) TO PD-HORAS
                   MOVE TURNO-CLV TO PD-TURNO
                   MOVE WS-LN-PROY(WS-LN-I) TO PD-PROYECTO
                   MOVE SPACES TO PD-ENTRADA
                   MOVE SPACES TO PD-SALIDA
                   WRITE PCH-REC
                       INVALID KEY REWRITE PCH-REC
                   END-WRITE
               END-IF.

       600-BITACORA.
           MOVE WS-HRSBAT-PATH-DFLT TO WS-HRSBAT-PATH.
           DISPLAY 'HRSBAT_PATH' UPON ENVIRONMENT-NAME.
           COPY OTRLKUP.
           COPY PRJLKUP.
           COPY PJCLKUP.
           COPY PRILKUP.
           COPY LOCLKUP.
           COPY JRNLKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
