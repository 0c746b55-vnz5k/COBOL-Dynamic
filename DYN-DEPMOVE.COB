           COPY DEPBUDFILE.
           COPY TRANSFILE.
           COPY SHFFILE.
           COPY VARFILE.
           COPY JRNFILE.
           COPY QSCFILE.
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
       FD CHECKPT-FILE.
       01 CKPT-REC.
           05 CKPT-ULTIMO-ID           PIC 9(06).
           05 CKPT-LOTE                PIC X(22).

           COPY DEPFD.
           COPY DEPBUDFD.
           COPY TRANSFD.
           COPY SHFFD.
           COPY VARFD.
           COPY JRNFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY DEPSTAT.
           COPY DEPBUDSTAT.
           COPY TRANSSTAT.
       01 WS-ORIGEN                    PIC 9.
       01 WS-DESTINO                   PIC 9.
       01 WS-NOM-DESTINO               PIC X(20).
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CKPT-DESDE                PIC 9(06) VALUE 0.
       01 WS-CKPT-INTERVALO            PIC 9(04) VALUE 50.
       01 WS-MOVIDOS                   PIC 9(05) VALUE 0.
      *PLANTILLA Y NOMINA DEL ORIGEN Y DEL DESTINO, SUMADAS EN LA
      *PASADA DE VERIFICACION PREVIA.
       01 WS-ORI-CUENTA                PIC 9(05) VALUE 0.
       01 WS-ORI-NOMINA                PIC 9(08)V99 VALUE 0.
       01 WS-DES-CUENTA                PIC 9(05) VALUE 0.
       01 WS-DES-NOMINA                PIC 9(08)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           PERFORM 060-SUMA-PLANTILLAS.
           PERFORM 070-CHECA-TOPES.
           PERFORM 090-LEE-CHECKPOINT.
      *LA REANUDACION SIGUE EN EL MISMO LOTE, PARA QUE DYN-REVLOTE
      *REVIERTA LA REORGANIZACION COMPLETA DE UNA SOLA VEZ.
           IF WS-CKPT-DESDE = 0 OR WS-JRN-LOTE = SPACES
               MOVE 'DYNDEPMV' TO WS-JRN-LOTE
               PERFORM 937-ABRE-LOTE
           ELSE
               DISPLAY 'LOTE DE LA CORRIDA INTERRUMPIDA: ' WS-JRN-LOTE
           END-IF.
           MOVE WS-JRN-LOTE TO WS-TR-LOTE.
           IF WS-CKPT-DESDE > 0
               DISPLAY 'REANUDANDO DESPUES DEL ID: ' WS-CKPT-DESDE
               MOVE WS-CKPT-DESDE TO ID-EMPL
                       AT END CONTINUE
                       NOT AT END
                           MOVE CKPT-ULTIMO-ID TO WS-CKPT-DESDE
                           MOVE CKPT-LOTE TO WS-JRN-LOTE
                   END-READ
                   CLOSE CHECKPT-FILE
               END-IF.
           095-LIMPIA-CHECKPOINT.
               OPEN OUTPUT CHECKPT-FILE
               MOVE 0 TO CKPT-ULTIMO-ID
               MOVE SPACES TO CKPT-LOTE
               WRITE CKPT-REC
               CLOSE CHECKPT-FILE.

           900-ESCRIBE-CHECKPOINT.
               OPEN OUTPUT CHECKPT-FILE
               MOVE ID-EMPL TO CKPT-ULTIMO-ID
               MOVE WS-JRN-LOTE TO CKPT-LOTE
               WRITE CKPT-REC
               CLOSE CHECKPT-FILE.

               END-READ.

           200-MUEVE.
               MOVE REG-EMPL TO WS-JRN-ANTES
               MOVE CLV-DEP TO WS-TR-CLV-DEP-ANT
               MOVE NOM-DEP TO WS-TR-NOM-DEP-ANT
               MOVE WS-DESTINO TO CLV-DEP
