      *********************************************************
      *PROGRAMA - CARGA DE DEPOSITOS DEVUELTOS POR EL BANCO.  *
      *CUANDO EL BANCO RECHAZA UNA TRANSFERENCIA DEL ARCHIVO  *
      *DE DYN-DEPEXT (CUENTA CANCELADA, CLABE ERRONEA) MANDA  *
      *UN ARCHIVO DE DEVOLUCIONES. ESTE PROGRAMA LO LEE PARA  *
      *EL GRUPO Y PERIODO CAPTURADOS, CASA CADA DEVOLUCION    *
      *CON EL NETO DE PAYHIST QUE SE DEPOSITO (MISMO EMPLEADO *
      *E IMPORTE) Y LA ANOTA EN DVL-CTL COMO PENDIENTE DE     *
      *REEXPEDIR (DYN-DEVREX). LA CUENTA DEL EMPLEADO REGRESA *
      *AL CICLO DE PRENOTIFICACION (PRN-CTL EN 'N'): COBRA    *
      *POR CHEQUE HASTA QUE EL BANCO CONFIRME OTRA VEZ. UNA   *
      *DEVOLUCION SIN NETO QUE LE CORRESPONDA SE REPORTA Y NO *
      *SE CARGA.                                              *
      *********************************************************
      *LAYOUT DE LAS DEVOLUCIONES (UN RENGLON POR DEPOSITO):  *
      *  POS 01-06  ID-EMPL       PIC 9(06)                   *
      *  POS 08-25  CLABE         PIC X(18)                   *
      *  POS 27-35  IMPORTE       PIC 9(07)V99 (CENTAVOS      *
      *                           IMPLICITOS)                 *
      *  POS 37-56  MOTIVO        PIC X(20)                   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DEVIMP.

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

           SELECT BANCO-DEV ASSIGN TO WS-BNKDEV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNKDEV-STATUS.
           COPY PAYHFILE.
           COPY DVLFILE.
           COPY PRNFILE.

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

       FD BANCO-DEV.
       01 BDEV-REC.
           05 BD-ID-EMPL               PIC 9(06).
           05 FILLER                   PIC X.
           05 BD-CLABE                 PIC X(18).
           05 FILLER                   PIC X.
           05 BD-MONTO                 PIC 9(07)V99.
           05 FILLER                   PIC X.
           05 BD-MOTIVO                PIC X(20).

           COPY PAYHFD.
           COPY DVLFD.
           COPY PRNFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PAYHSTAT.
           COPY DVLSTAT.
           COPY PRNSTAT.
       01 WS-BNKDEV-STATUS             PIC X(02).
       01 WS-BNKDEV-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BANCODEV.TXT'.
       01 WS-BNKDEV-PATH               PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC 9(08).
       01 WS-GRUPO                     PIC X.
       01 WS-SEC                       PIC 9(02).
       01 WS-HALLADO                   PIC X.
       01 WS-CARGADAS                  PIC 9(05) VALUE 0.
       01 WS-SUMA-DEVUELTA             PIC 9(09)V99 VALUE 0.
       01 WS-YA-CARGADAS               PIC 9(05) VALUE 0.
       01 WS-DISCREPANCIAS             PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     DEPOSITOS DEVUELTOS POR EL BANCO'.
           DISPLAY SEP.
           PERFORM 045-PIDE-GRUPO.
           DISPLAY 'PERIODO DEL DEPOSITO (AAAAMM):'.
           ACCEPT WS-PH-PERIODO.
           MOVE WS-BNKDEV-PATH-DFLT TO WS-BNKDEV-PATH.
           DISPLAY 'BANCODEV_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BNKDEV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BNKDEV-PATH = SPACES
               MOVE WS-BNKDEV-PATH-DFLT TO WS-BNKDEV-PATH
           END-IF.
           OPEN INPUT BANCO-DEV.
           IF WS-BNKDEV-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE DEVOLUCIONES DEL BANCO. '
                   'FILE STATUS: ' WS-BNKDEV-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH.
           DISPLAY 'PAYHIST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PAYHIST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PAYHIST-PATH = SPACES
               MOVE WS-PAYHIST-PATH-DFLT TO WS-PAYHIST-PATH
           END-IF.
           OPEN INPUT PAYHIST.
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'SIN HISTORICO DE PAGOS. FILE STATUS: '
                   WS-PAYH-STATUS
               CLOSE BANCO-DEV
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH.
           DISPLAY 'DVLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DVLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DVLCTL-PATH = SPACES
               MOVE WS-DVLCTL-PATH-DFLT TO WS-DVLCTL-PATH
           END-IF.
           OPEN I-O DVL-CTL.
           IF WS-DVL-STATUS = '35'
               OPEN OUTPUT DVL-CTL
               CLOSE DVL-CTL
               OPEN I-O DVL-CTL
           END-IF.
           MOVE WS-PRNCTL-PATH-DFLT TO WS-PRNCTL-PATH.
           DISPLAY 'PRNCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRNCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PRNCTL-PATH = SPACES
               MOVE WS-PRNCTL-PATH-DFLT TO WS-PRNCTL-PATH
           END-IF.
           OPEN I-O PRN-CTL.
           IF WS-PRN-STATUS = '35'
               OPEN OUTPUT PRN-CTL
               CLOSE PRN-CTL
               OPEN I-O PRN-CTL
           END-IF.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           CLOSE PRN-CTL.
           CLOSE DVL-CTL.
           CLOSE EMPLEADO.
           CLOSE PAYHIST.
           CLOSE BANCO-DEV.
           DISPLAY SEP.
           DISPLAY 'DEVOLUCIONES CARGADAS: ' WS-CARGADAS
               ' SUMA: ' WS-SUMA-DEVUELTA.
           DISPLAY 'YA CARGADAS ANTES:     ' WS-YA-CARGADAS.
           DISPLAY 'DISCREPANCIAS:         ' WS-DISCREPANCIAS.
           DISPLAY 'REEXPIDA LAS DEVOLUCIONES CON DYN-DEVREX.'.
           DISPLAY SEP.
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

           100-PROCESA.
               READ BANCO-DEV
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END PERFORM 200-CASA
               END-READ.

      *BUSCA EL NETO DEPOSITADO: MISMO EMPLEADO, GRUPO Y PERIODO
      *E IMPORTE, EN CUALQUIERA DE SUS CONSECUTIVOS. LOS DETALLES
      *'M' ANTERIORES AL CAMPO DE GRUPO VIENEN EN SPACES.
           200-CASA.
               MOVE 'N' TO WS-HALLADO
               MOVE WS-GRUPO TO PH-GRUPO
               PERFORM 210-BUSCA VARYING WS-SEC FROM 0 BY 1
                   UNTIL WS-SEC > 9 OR WS-HALLADO = 'S'
               IF WS-HALLADO = 'N' AND WS-GRUPO = 'M'
                   MOVE SPACE TO PH-GRUPO
                   PERFORM 210-BUSCA VARYING WS-SEC FROM 0 BY 1
                       UNTIL WS-SEC > 9 OR WS-HALLADO = 'S'
               END-IF
               IF WS-HALLADO = 'N'
                   DISPLAY 'DISCREPANCIA: ID ' BD-ID-EMPL ' IMPORTE '
                       BD-MONTO ' SIN NETO IGUAL EN ' WS-PH-PERIODO
                   ADD 1 TO WS-DISCREPANCIAS
               ELSE
                   PERFORM 300-ANOTA
               END-IF.

           210-BUSCA.
               MOVE BD-ID-EMPL TO PH-ID-EMPL
               MOVE WS-PH-PERIODO TO PH-PERIODO
               MOVE WS-SEC TO PH-SEC
               READ PAYHIST KEY IS PH-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PH-NETO = BD-MONTO
                           MOVE 'S' TO WS-HALLADO
                       END-IF
               END-READ.

           300-ANOTA.
               MOVE PH-ID-EMPL TO DL-ID-EMPL
               MOVE PH-PERIODO TO DL-PERIODO
               MOVE PH-GRUPO TO DL-GRUPO
               MOVE PH-SEC TO DL-SEC
               READ DVL-CTL KEY IS DL-KEY
                   INVALID KEY
                       MOVE PH-NETO TO DL-NETO
                       MOVE BD-CLABE TO DL-CLABE
                       MOVE BD-MOTIVO TO DL-MOTIVO
                       MOVE WS-HOY TO DL-FECHA
                       MOVE 'D' TO DL-EST
                       MOVE 0 TO DL-CHEQUE
                       MOVE SPACES TO DL-REX-OPER
                       MOVE SPACES TO DL-REX-FECHA
                       WRITE DVL-REC
                       ADD 1 TO WS-CARGADAS
                       ADD PH-NETO TO WS-SUMA-DEVUELTA
                       DISPLAY 'DEVUELTO: ID ' PH-ID-EMPL ' NETO '
                           PH-NETO ' ' BD-MOTIVO
                       PERFORM 400-PRENOTA
                   NOT INVALID KEY
                       DISPLAY 'YA CARGADA: ID ' PH-ID-EMPL
                           ' PERIODO ' PH-PERIODO
                       ADD 1 TO WS-YA-CARGADAS
               END-READ.

      *LA CUENTA VUELVE A 'N': EL SIGUIENTE EXTRACTO MANDA LA
      *PRENOTA DE IMPORTE CERO Y EL PAGO SIGUE POR CHEQUE HASTA
      *QUE DYN-PRNACK LA CONFIRME.
           400-PRENOTA.
               MOVE BD-ID-EMPL TO PN-ID-EMPL
               READ PRN-CTL KEY IS PN-ID-EMPL
                   INVALID KEY
                       MOVE BD-ID-EMPL TO ID-EMPL
                       READ EMPLEADO KEY IS ID-EMPL
                           INVALID KEY
                               MOVE BD-CLABE TO PN-CLABE
                           NOT INVALID KEY
                               MOVE CTA-CLABE TO PN-CLABE
                       END-READ
                       MOVE BD-ID-EMPL TO PN-ID-EMPL
                       MOVE 'N' TO PN-EST
                       MOVE SPACES TO PN-FECHA-ENV
                       WRITE PRN-REC
                   NOT INVALID KEY
                       MOVE 'N' TO PN-EST
                       MOVE SPACES TO PN-FECHA-ENV
                       REWRITE PRN-REC
               END-READ.

           COPY EMPCHKLKUP.
