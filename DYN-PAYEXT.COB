      *LAYOUT DEL REGISTRO DE SALIDA (PAY-REC), ANCHO FIJO:    *
      *  POS 01-06  ID-EMPL      PIC 9(06)                     *
      *  POS 07-36  NOM-EMPL     PIC X(30)                     *
      *  POS 37-39  CLV-DEP      PIC 9(03)                     *
      *  POS 40-40  ID-TAB-S     PIC A                         *
      *  POS 41-49  SUE-MEN      PIC 9(07)V99                  *
      *  POS 50-57  F-ING        PIC X(08)                     *
      *  POS 58-62  FILLER (SPACES)                            *
      *  POS 63-63  PAY-TIPO-PAGO PIC X                        *
      *  POS 64-72  PAY-PAGO       PIC 9(07)V99                *
      *  POS 73-80  PAY-F-NAC      PIC X(08)                   *
      *  POS 81-93  PAY-RFC        PIC X(13)                   *
      *  POS 94-111 PAY-CURP       PIC X(18)                   *
      *  POS 112-122 PAY-NSS       PIC X(11)                   *
      *LOS IMPORTES LLEVAN LOS CENTAVOS IMPLICITOS EN LOS DOS  *
      *ULTIMOS DIGITOS.                                        *
      *EL DETALLE VA ENMARCADO POR UN ENCABEZADO ('H' + FECHA  *
      *DE CORRIDA) Y UN TRAILER ('T' + CONTEO DE DETALLES +    *
      *SUMA DE PAY-PAGO) PARA QUE CONTABILIDAD Y DYN-PAYACK    *
      *CONSTRUIDOS SOBRE ESTE LAYOUT, PERO ES CERO PARA         *
      *EMPLEADOS POR HORA (TIPO-PAGO='H'); PAY-PAGO ES EL       *
      *SUELDO REAL DEL PERIODO YA CALCULADO (912-CALCULA-PAGO). *
      *CADA EXTRACTO QUEDA EN EL REGISTRO DE SALIDA OX-REG POR  *
      *FECHA DE CORRIDA; REPETIRLO EL MISMO DIA PIDE OVERRIDE   *
      *DE SUPERVISOR CON MOTIVO. DYN-PAYACK LO MARCA ACUSADO.   *
      *********************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
           COPY SHFFILE.
           COPY VARFILE.
           COPY OXRFILE.
           COPY OPERFILE.

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
       01 PAY-REC.
           05 PAY-ID-EMPL               PIC 9(06).
           05 PAY-NOM-EMPL               PIC X(30).
           05 PAY-CLV-DEP                PIC 9(03).
           05 PAY-ID-TAB-S               PIC A.
           05 PAY-SUE-MEN                PIC 9(07)V99.
           05 PAY-F-ING                  PIC X(08).
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 PAY-TIPO-PAGO               PIC X.
           05 PAY-PAGO                    PIC 9(07)V99.
           05 PAY-F-NAC                   PIC X(08).
           05 PAY-RFC                     PIC X(13).
           05 PAY-CURP                    PIC X(18).
       01 PAYX-TRL.
           05 PAYX-T-TIPO                 PIC X.
           05 PAYX-T-CONTEO               PIC 9(06).
           05 PAYX-T-SUMA                 PIC 9(09)V99.
           COPY SHFFD.
           COPY VARFD.
           COPY OXRFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-PAY-STATUS                PIC X(02).
       01 WS-PAYEXT-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PAYEXT.TXT'.
       01 WS-PAYEXT-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-REC-COUNT                 PIC 9(06) VALUE 0.
       01 WS-SUMA-PAGO                 PIC 9(09)V99 VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-HOY                       PIC 9(08).

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 050-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           CLOSE PAY-EXTRACTO.
           DISPLAY 'EXTRACTO DE NOMINA GENERADO: ' WS-REC-COUNT
               ' REGISTROS, SUMA PAGO: ' WS-SUMA-PAGO.
           PERFORM 060-REGISTRA-SALIDA.
           STOP RUN.

      *EL EXTRACTO NO TIENE PERIODO: SE REGISTRA POR FECHA DE
      *CORRIDA Y UNA SEGUNDA CORRIDA EL MISMO DIA PIDE OVERRIDE
      *DE SUPERVISOR (OX-REG).
           050-CHECA-REGISTRO.
               MOVE 'PAYEXT' TO WS-OX-INTERFAZ
               MOVE WS-HOY TO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'EXTRACTO NO REGENERADO.'
                   STOP RUN
               END-IF.

           060-REGISTRA-SALIDA.
               MOVE WS-REC-COUNT TO WS-OX-REGS
               MOVE WS-SUMA-PAGO TO WS-OX-IMPORTE
               MOVE WS-PAYEXT-PATH TO WS-OX-ARCHIVO
               MOVE 'LOTE' TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

           100-PROCESO.
               READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG

           COPY EMPCHKLKUP.
           COPY PAYCALCLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
