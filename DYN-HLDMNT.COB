      *********************************************************
      *PROGRAMA - RETENCION DE PAGO POR EMPLEADO (HLD-MAST).  *
      *RH DETIENE AQUI EL PAGO DE UNA PERSONA (INVESTIGACION, *
      *DOCUMENTOS FALTANTES, CUENTA BANCARIA EN DISPUTA) SIN  *
      *SACARLA DE LA CORRIDA: LA NOMINA LA SIGUE CALCULANDO Y *
      *POSTEANDO, PERO DYN-DEPEXT, DYN-CHKPAY Y DYN-PAYREC    *
      *BRINCAN SU NETO, QUE QUEDA EN HLD-PAG. LA RETENCION    *
      *GUARDA MOTIVO, OPERADOR FIRMADO Y FECHA. SOLO UN       *
      *SUPERVISOR LA LEVANTA, PAGANDO LO DETENIDO, CON        *
      *DYN-HLDREL.                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-HLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO WS-DYN-PATH
           ORGANIZATION  IS  INDEXED
           RECORD KEY IS ID-EMPL
           ALTERNATE RECORD KEY NOM-DEP  WITH DUPLICATES
           ALTERNATE RECORD KEY NOM-EMPL WITH DUPLICATES
           ALTERNATE RECORD KEY CLV-DEP WITH DUPLICATES
           ALTERNATE RECORD KEY F-ING WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-EMP-STATUS.
           COPY HLDFILE.
           COPY OPERFILE.
           COPY SESFILE.

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

           COPY HLDFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY HLDSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     RETENCION DE PAGO POR EMPLEADO'.
           DISPLAY SEP.
           MOVE 'DYNHLDMN' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH.
           DISPLAY 'HLDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HLDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HLDMAST-PATH = SPACES
               MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
           END-IF.
           OPEN I-O HLD-MAST.
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HLD-MAST
               CLOSE HLD-MAST
               OPEN I-O HLD-MAST
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE HLD-MAST.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'ID DEL EMPLEADO A RETENER:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL
                   PERFORM 200-RETIENE
           END-READ.
           DISPLAY 'OTRO EMPLEADO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

       200-RETIENE.
           MOVE WS-ID TO HD-ID-EMPL.
           READ HLD-MAST KEY IS HD-ID-EMPL
               INVALID KEY
                   PERFORM 210-CAPTURA
                   WRITE HLD-REC
                   DISPLAY 'PAGO RETENIDO'
               NOT INVALID KEY
                   IF HD-EST = 'R'
                       DISPLAY 'YA RETENIDO DESDE ' HD-FECHA ' POR '
                           HD-OPER ': ' HD-MOTIVO
                   ELSE
                       DISPLAY 'RETENCION ANTERIOR LIBERADA EL '
                           HD-LIB-FECHA ' POR ' HD-LIB-OPER
                       PERFORM 210-CAPTURA
                       REWRITE HLD-REC
                       DISPLAY 'PAGO RETENIDO'
                   END-IF
           END-READ.

           210-CAPTURA.
               PERFORM 220-MOTIVO
               MOVE WS-ID TO HD-ID-EMPL
               MOVE 'R' TO HD-EST
               MOVE WS-CUR-OPER-ID TO HD-OPER
               MOVE WS-HOY TO HD-FECHA
               MOVE SPACES TO HD-LIB-OPER
               MOVE SPACES TO HD-LIB-FECHA.

           220-MOTIVO.
               DISPLAY 'MOTIVO DE LA RETENCION:'
               ACCEPT HD-MOTIVO
               IF HD-MOTIVO = SPACES
                   DISPLAY 'EL MOTIVO ES OBLIGATORIO'
                   PERFORM 220-MOTIVO
               END-IF.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
