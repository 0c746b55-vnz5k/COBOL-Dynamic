      *EN VEZ DE QUE LO DESCUBRAMOS EN EL ESTADO DE CUENTA.   *
      *LA RESPUESTA DEL BANCO SE CONCILIA CON DYN-BNKIMP Y    *
      *LOS PENDIENTES SE VIGILAN CON DYN-CHKOUT.              *
      *CADA EXTRACTO QUEDA EN EL REGISTRO DE SALIDA OX-REG;   *
      *REGENERAR EL DE UN PERIODO YA REGISTRADO PIDE          *
      *OVERRIDE DE SUPERVISOR CON MOTIVO.                     *
      *********************************************************
      *LAYOUT DEL EXTRACTO (UN RENGLON POR CHEQUE):           *
      *  POS 01-06  FOLIO         PIC 9(06)                   *
      *  POS 08-16  IMPORTE       PIC 9(07)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *  POS 18-47  BENEFICIARIO  PIC X(30)                   *
      *  POS 49-56  FECHA EMISION PIC X(08)                   *
      *********************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POS-STATUS.
           COPY CHKRFILE.
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
       01 POS-REC.
           05 POS-NUM                  PIC 9(06).
           05 FILLER                   PIC X VALUE SPACE.
           05 POS-MONTO                PIC 9(07)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 POS-BENEFICIARIO         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 POS-FECHA                PIC X(08).

           COPY CHKRFD.
           COPY OXRFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY CHKRSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-POS-STATUS                PIC X(02).
       01 WS-POSPAY-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\POSPAY.TXT'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-PERIODO                   PIC X(06).
       01 WS-CONTADOR                  PIC 9(05) VALUE 0.
       01 WS-TOTAL                     PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           DISPLAY SEP.
           DISPLAY 'PERIODO DE LOS CHEQUES (AAAAMM):'.
           ACCEPT WS-PERIODO.
           PERFORM 050-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           OPEN OUTPUT POSPAY.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE POSPAY.
           PERFORM 060-REGISTRA-SALIDA.
           CLOSE CHK-REG.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY SEP.
           STOP RUN.

      *UN EXTRACTO YA REGISTRADO PARA EL PERIODO SOLO SE REGENERA
      *CON OVERRIDE DE SUPERVISOR (OX-REG).
           050-CHECA-REGISTRO.
               MOVE 'POSPAY' TO WS-OX-INTERFAZ
               MOVE WS-PERIODO TO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'EXTRACTO NO REGENERADO.'
                   STOP RUN
               END-IF.

           060-REGISTRA-SALIDA.
               MOVE WS-CONTADOR TO WS-OX-REGS
               MOVE WS-TOTAL TO WS-OX-IMPORTE
               MOVE WS-POSPAY-PATH TO WS-OX-ARCHIVO
               MOVE 'LOTE' TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

           100-PROCESA.
               READ CHK-REG NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
               ADD 1 TO WS-CONTADOR.

           COPY EMPCHKLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
