      *SUE-MEN; PARA 'H' SON LAS HORAS POR SU TARIFA. SUE-MEN  *
      *SE MANTIENE EN LA COLUMNA COMO SE EXPORTABA ANTES, PERO *
      *ES CERO PARA EMPLEADOS POR HORA; USAR PAGO PARA EL      *
      *SUELDO REAL DEL PERIODO. SUELDO Y PAGO SALEN CON PUNTO  *
      *DECIMAL Y CENTAVOS (9999999.99).                        *
      *FIRMA AL OPERADOR. F-NAC, RFC, CURP Y NSS SALEN          *
      *ENMASCARADOS (MSKLKUP) SALVO QUE SU ROL TENGA LA        *
      *FUNCION 10; UN EXTRACTO COMPLETO PIDE MOTIVO Y QUEDA EN *
      *SDA-LOG.                                                *
      *********************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
           COPY SHFFILE.
           COPY VARFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY PRMFILE.
           COPY SDAFILE.

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
       FD EMP-CSV.
       01 CSV-REC                      PIC X(220).
           COPY SHFFD.
           COPY VARFD.
           COPY OPERFD.
           COPY SESFD.
           COPY PRMFD.
           COPY SDAFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY SHFSTAT.
           COPY VARSTAT.
           COPY OPERSTAT.
           COPY PRMSTAT.
           COPY SDASTAT.
           COPY MSKWS.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CSV-STATUS                PIC X(02).
       01 WS-EMPCSV-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\EMPCSV.TXT'.
       01 WS-EMPCSV-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-REC-COUNT                 PIC 9(06) VALUE 0.
       01 WS-PAGO-CALC                 PIC 9(07)V99.
       01 WS-CSV-SUE                   PIC 9(07).99.
       01 WS-CSV-PAGO                  PIC 9(07).99.

       PROCEDURE DIVISION.
       001-INI.
           MOVE 'DYNCSVEX' TO WS-SES-PROGRAMA.
           MOVE 'DYNCSVEX' TO WS-SDA-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 960-MSK-PERMISO.
           IF WS-MSK-VER = 'S'
               PERFORM 050-MOTIVO
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           CLOSE EMPLEADO.
           CLOSE EMP-CSV.
           DISPLAY 'EXTRACTO CSV GENERADO: ' WS-REC-COUNT ' REGISTROS'.
           IF WS-MSK-VER NOT = 'S'
               DISPLAY 'DATOS PERSONALES ENMASCARADOS'
           END-IF.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

      *EL EXTRACTO COMPLETO SE JUSTIFICA UNA VEZ POR CORRIDA; SIN
      *MOTIVO SALE ENMASCARADO.
           050-MOTIVO.
               DISPLAY 'MOTIVO DEL EXTRACTO CON DATOS COMPLETOS '
                   '(ESPACIOS = ENMASCARADO):'
               ACCEPT WS-SDA-MOTIVO
               IF WS-SDA-MOTIVO = SPACES
                   MOVE 'N' TO WS-MSK-VER
               ELSE
                   MOVE 'X' TO WS-SDA-TIPO
                   MOVE 0 TO WS-SDA-ID-EMPL
                   PERFORM 963-MSK-BITACORA
               END-IF.

           100-PROCESO.
               READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EMP-STATUS NOT = 'I'
                       PERFORM 912-CALCULA-PAGO
                       PERFORM 961-MSK-APLICA
                       MOVE SUE-MEN TO WS-CSV-SUE
                       MOVE WS-PAGO-CALC TO WS-CSV-PAGO
                       MOVE SPACES TO CSV-REC
                       STRING ID-EMPL             DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              ID-TAB-S            DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              WS-CSV-SUE          DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              F-ING               DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              TARIFA-EXTRA        DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              WS-CSV-PAGO         DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              WS-MSK-FNAC         DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-MSK-RFC)
                                                  DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-MSK-CURP)
                                                  DELIMITED BY SIZE
                              ','                 DELIMITED BY SIZE
                              WS-MSK-NSS          DELIMITED BY SIZE
                              INTO CSV-REC
                       END-STRING
                       WRITE CSV-REC

           COPY EMPCHKLKUP.
           COPY PAYCALCLKUP.
           COPY OPERLKUP.
           COPY MSKLKUP.
