      *(DYN-CTLSNAP) EN CTL-LEDGER, PARA QUE UN MAESTRO        *
      *CORRUPTO SE DESCUBRA EN LA MANANA (DYN-MORNRPT) Y NO    *
      *HORAS DESPUES CUANDO UNA PANTALLA FALLA.                *
      *EL ULTIMO PASO FIJO (DYN-OPRSWP) LISTA LAS CUENTAS DE   *
      *OPERADOR VIGENTES CUYO EMPLEADO YA NO ESTA ACTIVO.      *
      *EL PASO 9 SACA EL JUEGO COMPLETO DE RESPALDO            *
      *(DYN-BAKSET) Y ANOTA EL JUEGO EN SU RENGLON DE JOB-LOG. *
      *********************************************************

       IDENTIFICATION DIVISION.
           COPY QSCFILE.
           COPY CALFILE.
           COPY SCHFILE.
           COPY BKMFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY QSCFD.
           COPY CALFD.
           COPY SCHFD.
           COPY BKMFD.

       WORKING-STORAGE SECTION.
           COPY CALSTAT.
           COPY QSCSTAT.
           COPY SCHSTAT.
           COPY BKMSTAT.
       01 WS-CKPT-STATUS               PIC X(02).
       01 WS-NITECKPT-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\NITECKPT.TXT'.
      *HORAS DE INICIO/FIN DEL PASO EN TURNO PARA LA BITACORA.
       01 WS-HOY                       PIC X(08).
       01 WS-PASO-NOMBRE               PIC X(12).
       01 WS-PASO-REF                  PIC X(14) VALUE SPACES.
       01 WS-BKM-FLAG                  PIC 9.
       01 WS-HORA-INI.
           05 WS-HI-HH                 PIC 9(02).
           05 WS-HI-MM                 PIC 9(02).
       01 WS-RC                        PIC S9(09) COMP-5 VALUE 0.

      *PASOS PROGRAMADOS: NUMERO DE PASO CORRIDO (SIGUE A LOS
      *FIJOS 1-9), DIA DE LA SEMANA DE HOY Y FECHAS DE APOYO
      *PARA LAS REGLAS DE PRIMER/ULTIMO DIA HABIL DEL MES.
       01 WS-SCH-FLAG                  PIC 9.
       01 WS-SCH-NUM                   PIC 9(02).
           IF WS-CKPT-DESDE < 7
               PERFORM 500-PASO-REORG
           END-IF.
           IF WS-CKPT-DESDE < 8
               PERFORM 550-PASO-OPERADORES
           END-IF.
           IF WS-CKPT-DESDE < 9
               PERFORM 560-PASO-JUEGO-RESPALDO
           END-IF.
           PERFORM 600-PASOS-PROGRAMADOS THRU 600-SALIDA.
           IF WS-CKPT-DESDE < 99
               PERFORM 700-PASO-LEDGER
               END-IF.

      *PASOS PROGRAMADOS EN SCHED-MAST, EN ORDEN DE CLAVE DE
      *PASO, NUMERADOS A PARTIR DEL 10 PARA EL CHECKPOINT. SIN
      *ARCHIVO DE CALENDARIO DE PASOS NO HAY PASOS EXTRA (LAS
      *NOCHES SIGUEN COMO SIEMPRE).
      *PASO 8 - BARRIDO DE CUENTAS DE OPERADOR (DYN-OPRSWP):
      *CUENTAS VIGENTES CUYO EMPLEADO ESTA DADO DE BAJA,
      *ARCHIVADO O NO EXISTE, POR SI ALGUNA BAJA NO LAS REVOCO.
           550-PASO-OPERADORES.
               DISPLAY 'PASO 8: BARRIDO DE OPERADORES (DYN-OPRSWP)'.
               MOVE 'DYN-OPRSWP' TO WS-CMD
               MOVE 'DYN-OPRSWP' TO WS-PASO-NOMBRE
               ACCEPT WS-HORA-INI FROM TIME
               CALL 'SYSTEM' USING WS-CMD RETURNING WS-RC
               PERFORM 945-ESCRIBE-JOBLOG
               IF WS-RC = 0
                   MOVE 8 TO CKPT-ULTIMO-PASO
                   PERFORM 900-ESCRIBE-CHECKPOINT
               ELSE
                   DISPLAY 'PASO 8 FALLO. CODIGO: ' WS-RC
                   STOP RUN
               END-IF.

      *PASO 9 - JUEGO COMPLETO DE RESPALDO (DYN-BAKSET): TODOS LOS
      *MAESTROS Y ARCHIVOS DE CONTROL CON SU MANIFIESTO. EL JUEGO
      *QUE DEJO (ULTIMO RENGLON T DE BAK-MANIF) VA EN JL-REF.
           560-PASO-JUEGO-RESPALDO.
               DISPLAY 'PASO 9: JUEGO DE RESPALDO (DYN-BAKSET)'.
               MOVE 'DYN-BAKSET' TO WS-CMD
               MOVE 'DYN-BAKSET' TO WS-PASO-NOMBRE
               ACCEPT WS-HORA-INI FROM TIME
               CALL 'SYSTEM' USING WS-CMD RETURNING WS-RC
               PERFORM 565-ULTIMO-JUEGO
               PERFORM 945-ESCRIBE-JOBLOG
               IF WS-RC = 0
                   MOVE 9 TO CKPT-ULTIMO-PASO
                   PERFORM 900-ESCRIBE-CHECKPOINT
               ELSE
                   DISPLAY 'PASO 9 FALLO. CODIGO: ' WS-RC
                   STOP RUN
               END-IF.

           565-ULTIMO-JUEGO.
               MOVE SPACES TO WS-PASO-REF
               MOVE WS-BAKMANIF-PATH-DFLT TO WS-BAKMANIF-PATH
               DISPLAY 'BAKMANIF_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-BAKMANIF-PATH FROM ENVIRONMENT-VALUE
               IF WS-BAKMANIF-PATH = SPACES
                   MOVE WS-BAKMANIF-PATH-DFLT TO WS-BAKMANIF-PATH
               END-IF
               OPEN INPUT BAK-MANIF
               IF WS-BKM-STATUS = '00'
                   MOVE 0 TO WS-BKM-FLAG
                   PERFORM 566-LEE-MANIF UNTIL WS-BKM-FLAG = 1
                   CLOSE BAK-MANIF
               END-IF.

           566-LEE-MANIF.
               READ BAK-MANIF
                   AT END MOVE 1 TO WS-BKM-FLAG
                   NOT AT END
                       IF BM-TIPO = 'T'
                           MOVE BM-SET TO WS-PASO-REF
                       END-IF
               END-READ.

       600-PASOS-PROGRAMADOS.
           ACCEPT WS-HOY-N FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-JUL = FUNCTION INTEGER-OF-DATE(WS-HOY-N).
               GO TO 600-SALIDA
           END-IF.
           MOVE 0 TO WS-SCH-FLAG.
           MOVE 9 TO WS-SCH-NUM.
           PERFORM 610-LEE-PASO UNTIL WS-SCH-FLAG = 1.
           CLOSE SCHED-MAST.
       600-SALIDA.
               ELSE
                   MOVE WS-RC TO JL-RC
               END-IF
               MOVE WS-PASO-REF TO JL-REF
               WRITE JOB-REC
               CLOSE JOB-LOG
               MOVE SPACES TO WS-PASO-REF.

      *SI HOY NO ES DIA LABORABLE SEGUN EL CALENDARIO (DYN-CALMNT)
      *EL DRIVER TERMINA LIMPIO SIN PRODUCIR SALIDAS VACIAS NI
