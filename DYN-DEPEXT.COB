      *ARCHIVO VA ENMARCADO POR UN ENCABEZADO (FECHA) Y UN    *
      *TRAILER CON CONTEO Y SUMA DE IMPORTES QUE EL BANCO     *
      *EXIGE COMO TOTALES DE CONTROL ANTES DE ACEPTARLO.      *
      *PARA LOS GRUPOS REGULARES ES EL PASO 05 DEL CICLO      *
      *(CYC-CTL): NO SALE ARCHIVO AL BANCO SIN LA VARIACION Y *
      *LA AUDITORIA DEL PERIODO COMPLETAS O FIRMADAS.         *
      *EL NETO DE UN EMPLEADO CON PAGO RETENIDO (HLD-MAST) NO *
      *SE DEPOSITA: QUEDA EN HLD-PAG HASTA QUE UN SUPERVISOR  *
      *LO LIBERE CON DYN-HLDREL.                              *
      *CADA EXTRACTO (Y SUS PRENOTAS) QUEDA EN EL REGISTRO    *
      *DE SALIDA OX-REG; REGENERAR EL DE UN GRUPO Y PERIODO   *
      *YA REGISTRADO PIDE OVERRIDE DE SUPERVISOR CON MOTIVO.  *
      *********************************************************
      *LAYOUT DEL ARCHIVO DE SALIDA (ANCHO FIJO):             *
      *  ENCABEZADO: 'H' + FECHA(8)                           *
      *  DETALLE:    'D' + ID(6) + BANCO(3) + CLABE(18) +     *
      *              NETO(9)                                  *
      *  TRAILER:    'T' + CONTEO(6) + SUMA NETO(11)          *
      *  LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS.        *
      *********************************************************

       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-DEPX-STATUS.
           COPY PAYHFILE.
           COPY PRNFILE.
           COPY CYCFILE.
           COPY HLDFILE.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY SESFILE.

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
           05 DEPX-D-ID-EMPL            PIC 9(06).
           05 DEPX-D-BANCO              PIC X(03).
           05 DEPX-D-CLABE              PIC X(18).
           05 DEPX-D-NETO               PIC 9(07)V99.
       01 DEPX-TRL.
           05 DEPX-T-TIPO               PIC X.
           05 DEPX-T-CONTEO             PIC 9(06).
           05 DEPX-T-SUMA               PIC 9(09)V99.
           COPY PAYHFD.
           COPY PRNFD.
           COPY CYCFD.
           COPY HLDFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY PRNSTAT.
           COPY CYCSTAT.
           COPY HLDSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-DEPX-STATUS               PIC X(02).
       01 WS-DEPEXT-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\DEPEXT.TXT'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-REC-COUNT                 PIC 9(06) VALUE 0.
       01 WS-SUMA-NETO                 PIC 9(09)V99 VALUE 0.
       01 WS-SIN-BANCO                 PIC 9(06) VALUE 0.
       01 WS-PRENOTAS                  PIC 9(06) VALUE 0.
       01 WS-RETENIDOS                 PIC 9(06) VALUE 0.
       01 WS-SUMA-RETENIDA             PIC 9(09)V99 VALUE 0.

      *GRUPO DE PAGO A DEPOSITAR; UN PH-GRUPO EN SPACES (DETALLE
      *ANTERIOR AL CAMPO) CUENTA COMO 'M'.
           PERFORM 045-PIDE-GRUPO.
           DISPLAY 'PERIODO A DEPOSITAR (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE 'DYNDPEXT' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-VERIFICA-CICLO.
           PERFORM 060-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
               DISPLAY 'SIN HISTORICO DE PAGOS (CORRA DYN-PAYRUN '
                   'PRIMERO). FILE STATUS: ' WS-PAYH-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DEPEXT-PATH-DFLT TO WS-DEPEXT-PATH.
               CLOSE PRN-CTL
               OPEN I-O PRN-CTL
           END-IF.
           MOVE 'S' TO WS-HLD-GRABA.
           MOVE 'H' TO DEPX-H-TIPO.
           MOVE WS-HOY TO DEPX-H-FECHA.
           WRITE DEPX-HDR.
           CLOSE EMPLEADO.
           CLOSE PAYHIST.
           CLOSE DEP-EXTRACTO.
           PERFORM 070-REGISTRA-SALIDA.
           DISPLAY SEP.
           DISPLAY 'EXTRACTO DE DEPOSITO GENERADO: ' WS-REC-COUNT
               ' REGISTROS, SUMA NETO: ' WS-SUMA-NETO.
               'BANCARIOS): ' WS-SIN-BANCO.
           DISPLAY 'PRENOTAS DE IMPORTE CERO ENVIADAS (COBRAN POR '
               'CHEQUE): ' WS-PRENOTAS.
           DISPLAY 'NETOS RETENIDOS (DYN-HLDREL): ' WS-RETENIDOS
               ' SUMA: ' WS-SUMA-RETENIDA.
           MOVE 'C' TO WS-CYC-RES.
           PERFORM 982-CICLO-MARCA THRU 982-SALIDA.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           045-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL '
                   'E=EXTRAORDINARIO A=AGUINALDO F=FONDO U=PTU '
                   'L=LIQUIDACION):'
               ACCEPT WS-GRUPO
               IF WS-GRUPO NOT = 'S' AND WS-GRUPO NOT = 'M'
                   AND WS-GRUPO NOT = 'E' AND WS-GRUPO NOT = 'A'
                   AND WS-GRUPO NOT = 'F' AND WS-GRUPO NOT = 'U'
                   AND WS-GRUPO NOT = 'L'
                   PERFORM 045-PIDE-GRUPO
               END-IF.

      *PASO 05 DEL CICLO DE NOMINA: ESPERA A SUS PASOS PREVIOS.
           050-VERIFICA-CICLO.
               MOVE WS-GRUPO TO WS-CYC-GRUPO
               MOVE WS-PH-PERIODO TO WS-CYC-PERIODO
               MOVE 5 TO WS-CYC-PASO
               PERFORM 981-CICLO-CHECA THRU 981-SALIDA
               IF WS-CYC-OK NOT = 'S'
                   DISPLAY 'FUERA DEL ORDEN DEL CICLO. '
                       'EXTRACTO RECHAZADO.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *UN EXTRACTO YA REGISTRADO PARA EL GRUPO Y PERIODO SOLO SE
      *REGENERA CON OVERRIDE DE SUPERVISOR (OX-REG).
           060-CHECA-REGISTRO.
               MOVE 'DEPEXT' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING WS-GRUPO WS-PH-PERIODO DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'EXTRACTO NO REGENERADO.'
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF.

      *EL EXTRACTO QUEDA EN EL REGISTRO DE SALIDA; LAS PRENOTAS
      *VIAJAN EN EL MISMO ARCHIVO PERO EL BANCO LAS CONTESTA POR
      *SEPARADO (DYN-PRNACK), ASI QUE LLEVAN SU PROPIO RENGLON.
           070-REGISTRA-SALIDA.
               MOVE WS-REC-COUNT TO WS-OX-REGS
               MOVE WS-SUMA-NETO TO WS-OX-IMPORTE
               MOVE WS-DEPEXT-PATH TO WS-OX-ARCHIVO
               MOVE WS-CUR-OPER-ID TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA
               IF WS-PRENOTAS > 0
                   MOVE 'PRENOTA' TO WS-OX-INTERFAZ
                   MOVE WS-PRENOTAS TO WS-OX-REGS
                   MOVE 0 TO WS-OX-IMPORTE
                   PERFORM 997-OX-REGISTRA
               END-IF.

           100-PROCESO.
               READ PAYHIST NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               END-READ.

           200-RESUELVE.
               PERFORM 966-RETENCION-CHECA THRU 966-SALIDA
               IF WS-HLD-RETENIDO = 'S'
                   DISPLAY 'PAGO RETENIDO, NO SE DEPOSITA: ID '
                       PH-ID-EMPL ' NETO ' PH-NETO
                   ADD 1 TO WS-RETENIDOS
                   ADD PH-NETO TO WS-SUMA-RETENIDA
               ELSE
                   PERFORM 210-RESUELVE-CANAL
               END-IF.

           210-RESUELVE-CANAL.
               MOVE PH-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
               ADD 1 TO WS-REC-COUNT.

           COPY EMPCHKLKUP.
           COPY CYCLKUP.
           COPY HLDLKUP.
           COPY OPERLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
