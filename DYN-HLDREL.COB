      *********************************************************
      *PROGRAMA - LIBERACION DE PAGOS RETENIDOS. UN           *
      *SUPERVISOR FIRMADO LEVANTA LA RETENCION DE UN EMPLEADO *
      *(HLD-MAST) Y PAGA TODOS SUS NETOS DETENIDOS EN HLD-PAG:*
      *CON CHEQUE (FOLIO DE CHK-CTL, GRABADO EN CHK-REG CON   *
      *EL PERIODO Y GRUPO DEL NETO, COMO LO HARIA DYN-CHKPAY) *
      *O EN DEPOSITO, EN UN ARCHIVO PARA EL BANCO CON EL      *
      *MISMO LAYOUT QUE DYN-DEPEXT (HLDDEP). EL DEPOSITO SOLO *
      *PROCEDE CON DATOS BANCARIOS Y CUENTA NO PENDIENTE DE   *
      *PRENOTIFICACION (PRN-CTL); SI NO, SALE CHEQUE. CADA    *
      *NETO PAGADO QUEDA MARCADO CON CANAL, FOLIO, FECHA Y    *
      *SUPERVISOR.                                            *
      *LA RETENCION DE UN EMPLEADO FALLECIDO NO SE LEVANTA    *
      *AQUI: LO DETENIDO ES DE SUS BENEFICIARIOS Y LO PAGA    *
      *DYN-DEFUNC.                                            *
      *********************************************************
      *LAYOUT DEL ARCHIVO HLDDEP (ANCHO FIJO):                *
      *  ENCABEZADO: 'H' + FECHA(8)                           *
      *  DETALLE:    'D' + ID(6) + BANCO(3) + CLABE(18) +     *
      *              NETO(9)                                  *
      *  TRAILER:    'T' + CONTEO(6) + SUMA NETO(11)          *
      *  LOS IMPORTES LLEVAN DOS DECIMALES IMPLICITOS.        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-HLDREL.

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

           SELECT HLD-DEPOSITO ASSIGN TO WS-HLDDEP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HDP-STATUS.
           COPY HLDFILE.
           COPY CHKCFILE.
           COPY CHKRFILE.
           COPY PRNFILE.
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

       FD HLD-DEPOSITO.
       01 HDP-HDR.
           05 HDP-H-TIPO                PIC X.
           05 HDP-H-FECHA               PIC 9(08).
       01 HDP-DET.
           05 HDP-D-TIPO                PIC X.
           05 HDP-D-ID-EMPL             PIC 9(06).
           05 HDP-D-BANCO               PIC X(03).
           05 HDP-D-CLABE               PIC X(18).
           05 HDP-D-NETO                PIC 9(07)V99.
       01 HDP-TRL.
           05 HDP-T-TIPO                PIC X.
           05 HDP-T-CONTEO              PIC 9(06).
           05 HDP-T-SUMA                PIC 9(09)V99.
           COPY HLDFD.
           COPY CHKCFD.
           COPY CHKRFD.
           COPY PRNFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY HLDSTAT.
           COPY CHKCSTAT.
           COPY CHKRSTAT.
           COPY PRNSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-HDP-STATUS                PIC X(02).
       01 WS-HLDDEP-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HLDDEP.TXT'.
       01 WS-HLDDEP-PATH               PIC X(80).
       01 WS-HDP-ABIERTO               PIC X VALUE 'N'.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HLP-FLAG                  PIC 9.
       01 WS-HOY                       PIC 9(08).
       01 WS-ID                        PIC 9(06).
       01 WS-HAY-RETENCION             PIC X.
       01 WS-CANAL                     PIC X.
       01 WS-PEND-CONT                 PIC 9(04).
       01 WS-PEND-SUMA                 PIC 9(09)V99.
       01 WS-CHEQUES                   PIC 9(05) VALUE 0.
       01 WS-SUMA-CHEQUES              PIC 9(09)V99 VALUE 0.
       01 WS-DEPOSITOS                 PIC 9(06) VALUE 0.
       01 WS-SUMA-DEPOSITOS            PIC 9(09)V99 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY SEP.
           DISPLAY '     LIBERACION DE PAGOS RETENIDOS'.
           DISPLAY SEP.
           MOVE 'DYNHLDRL' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE LIBERAR PAGOS '
                   'RETENIDOS'
               PERFORM 907-OPER-LOGOUT
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
           PERFORM 967-RETENCION-RUTAS.
           OPEN I-O HLD-PAG.
           IF WS-HLP-STATUS NOT = '00'
               DISPLAY 'NO HAY PAGOS RETENIDOS. FILE STATUS: '
                   WS-HLP-STATUS
               CLOSE EMPLEADO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           OPEN I-O HLD-MAST.
           MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH.
           DISPLAY 'CHKREG_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CHKREG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CHKREG-PATH = SPACES
               MOVE WS-CHKREG-PATH-DFLT TO WS-CHKREG-PATH
           END-IF.
           OPEN I-O CHK-REG.
           IF WS-CHKREG-STATUS = '35'
               OPEN OUTPUT CHK-REG
               CLOSE CHK-REG
               OPEN I-O CHK-REG
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           IF WS-HDP-ABIERTO = 'S'
               MOVE 'T' TO HDP-T-TIPO
               MOVE WS-DEPOSITOS TO HDP-T-CONTEO
               MOVE WS-SUMA-DEPOSITOS TO HDP-T-SUMA
               WRITE HDP-TRL
               CLOSE HLD-DEPOSITO
           END-IF.
           CLOSE CHK-REG.
           CLOSE HLD-MAST.
           CLOSE HLD-PAG.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'CHEQUES EMITIDOS:   ' WS-CHEQUES
               ' SUMA: ' WS-SUMA-CHEQUES.
           DISPLAY 'DEPOSITOS (HLDDEP): ' WS-DEPOSITOS
               ' SUMA: ' WS-SUMA-DEPOSITOS.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'ID DEL EMPLEADO A LIBERAR:'.
           ACCEPT WS-ID.
           MOVE WS-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   DISPLAY 'EMPLEADO NO EXISTE'
               NOT INVALID KEY
                   DISPLAY ID-EMPL ' ' NOM-EMPL
                   IF EMP-STATUS = 'I' AND TERM-REASON = 'F'
                       DISPLAY 'EMPLEADO FALLECIDO: SUS NETOS SE PAGAN '
                           'A BENEFICIARIOS CON DYN-DEFUNC'
                   ELSE
                       PERFORM 200-REVISA
                   END-IF
           END-READ.
           DISPLAY 'OTRO EMPLEADO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

       200-REVISA.
           MOVE 'N' TO WS-HAY-RETENCION.
           MOVE WS-ID TO HD-ID-EMPL.
           READ HLD-MAST KEY IS HD-ID-EMPL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HD-EST = 'R'
                       MOVE 'S' TO WS-HAY-RETENCION
                       DISPLAY 'RETENIDO DESDE ' HD-FECHA ' POR '
                           HD-OPER ': ' HD-MOTIVO
                   END-IF
           END-READ.
           MOVE 0 TO WS-PEND-CONT.
           MOVE 0 TO WS-PEND-SUMA.
           MOVE 'L' TO WS-CANAL.
           PERFORM 210-RECORRE.
           IF WS-HAY-RETENCION = 'N' AND WS-PEND-CONT = 0
               DISPLAY 'SIN RETENCION VIGENTE NI NETOS DETENIDOS'
           ELSE
               DISPLAY 'NETOS DETENIDOS: ' WS-PEND-CONT
                   ' SUMA: ' WS-PEND-SUMA
               DISPLAY 'LIBERAR Y PAGAR? S/N'
               ACCEPT WS-RES
               IF WS-RES = 'S'
                   PERFORM 300-LIBERA
               END-IF
               MOVE 'S' TO WS-RES
           END-IF.

      *RECORRE LOS NETOS DETENIDOS DEL EMPLEADO; CON WS-CANAL 'L'
      *SOLO LOS LISTA, CON 'C' / 'D' LOS PAGA.
           210-RECORRE.
               MOVE WS-ID TO HP-ID-EMPL
               MOVE LOW-VALUES TO HP-PERIODO
               MOVE LOW-VALUES TO HP-GRUPO
               MOVE 0 TO WS-HLP-FLAG
               START HLD-PAG KEY IS NOT LESS THAN HP-KEY
                   INVALID KEY MOVE 1 TO WS-HLP-FLAG
               END-START
               PERFORM 220-UNO UNTIL WS-HLP-FLAG = 1.

           220-UNO.
               READ HLD-PAG NEXT RECORD
                   AT END MOVE 1 TO WS-HLP-FLAG
                   NOT AT END
                       IF HP-ID-EMPL NOT = WS-ID
                           MOVE 1 TO WS-HLP-FLAG
                       ELSE
                           IF HP-EST = 'R'
                               PERFORM 230-NETO
                           END-IF
                       END-IF
               END-READ.

           230-NETO.
               IF WS-CANAL = 'L'
                   DISPLAY '  PERIODO ' HP-PERIODO ' GRUPO ' HP-GRUPO
                       ' NETO ' HP-NETO ' DETENIDO EL ' HP-FECHA
                   ADD 1 TO WS-PEND-CONT
                   ADD HP-NETO TO WS-PEND-SUMA
               ELSE
                   IF WS-CANAL = 'C'
                       PERFORM 400-CHEQUE
                   ELSE
                       PERFORM 500-DEPOSITO
                   END-IF
                   MOVE WS-CANAL TO HP-EST
                   MOVE WS-CUR-OPER-ID TO HP-LIB-OPER
                   MOVE WS-HOY TO HP-LIB-FECHA
                   REWRITE HLP-REC
               END-IF.

       300-LIBERA.
           IF WS-PEND-CONT > 0
               PERFORM 310-PIDE-CANAL
               IF WS-CANAL = 'D'
                   PERFORM 320-VALIDA-CUENTA
               END-IF
               PERFORM 210-RECORRE
           END-IF.
           IF WS-HAY-RETENCION = 'S'
               MOVE WS-ID TO HD-ID-EMPL
               READ HLD-MAST KEY IS HD-ID-EMPL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'L' TO HD-EST
                       MOVE WS-CUR-OPER-ID TO HD-LIB-OPER
                       MOVE WS-HOY TO HD-LIB-FECHA
                       REWRITE HLD-REC
               END-READ
           END-IF.
           DISPLAY 'RETENCION LIBERADA'.

           310-PIDE-CANAL.
               DISPLAY 'PAGAR CON CHEQUE(C) O DEPOSITO(D):'
               ACCEPT WS-CANAL
               IF WS-CANAL NOT = 'C' AND WS-CANAL NOT = 'D'
                   PERFORM 310-PIDE-CANAL
               END-IF.

      *SIN DATOS BANCARIOS O CON LA CUENTA AUN EN PRENOTIFICACION
      *EL DEPOSITO NO PROCEDE Y SE PAGA CON CHEQUE, COMO EN
      *DYN-CHKPAY.
           320-VALIDA-CUENTA.
               IF BANCO-CLV = SPACES
                   MOVE 'C' TO WS-CANAL
               ELSE
                   MOVE WS-PRNCTL-PATH-DFLT TO WS-PRNCTL-PATH
                   DISPLAY 'PRNCTL_PATH' UPON ENVIRONMENT-NAME
                   ACCEPT WS-PRNCTL-PATH FROM ENVIRONMENT-VALUE
                   IF WS-PRNCTL-PATH = SPACES
                       MOVE WS-PRNCTL-PATH-DFLT TO WS-PRNCTL-PATH
                   END-IF
                   OPEN INPUT PRN-CTL
                   IF WS-PRN-STATUS = '00'
                       MOVE ID-EMPL TO PN-ID-EMPL
                       READ PRN-CTL KEY IS PN-ID-EMPL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PN-EST NOT = 'C'
                                   MOVE 'C' TO WS-CANAL
                               END-IF
                       END-READ
                       CLOSE PRN-CTL
                   END-IF
               END-IF
               IF WS-CANAL = 'C'
                   DISPLAY 'CUENTA SIN DATOS BANCARIOS O SIN '
                       'CONFIRMAR; SE PAGA CON CHEQUE'
               END-IF.

           400-CHEQUE.
               PERFORM 919-NEXT-CHEQUE
               MOVE HP-ID-EMPL TO CH-ID-EMPL
               MOVE HP-PERIODO TO CH-PERIODO
               MOVE HP-NETO TO CH-MONTO
               MOVE 'E' TO CH-EST
               MOVE 'PAGO RETENIDO' TO CH-MOTIVO
               MOVE 0 TO CH-REEMPLAZA
               MOVE WS-HOY TO CH-FECHA
               MOVE HP-GRUPO TO CH-GRUPO
               WRITE CHKREG-REC
                   INVALID KEY
                       DISPLAY 'NUMERO DE CHEQUE YA EXISTE: ' CH-NUM
                   NOT INVALID KEY
                       MOVE CH-NUM TO HP-CHEQUE
                       DISPLAY '  CHEQUE ' CH-NUM ' PERIODO '
                           HP-PERIODO ' MONTO ' CH-MONTO
                       ADD 1 TO WS-CHEQUES
                       ADD CH-MONTO TO WS-SUMA-CHEQUES
               END-WRITE.

           500-DEPOSITO.
               IF WS-HDP-ABIERTO = 'N'
                   PERFORM 510-ABRE-DEPOSITO
               END-IF
               MOVE 'D' TO HDP-D-TIPO
               MOVE ID-EMPL TO HDP-D-ID-EMPL
               MOVE BANCO-CLV TO HDP-D-BANCO
               MOVE CTA-CLABE TO HDP-D-CLABE
               MOVE HP-NETO TO HDP-D-NETO
               WRITE HDP-DET
               DISPLAY '  DEPOSITO PERIODO ' HP-PERIODO ' MONTO '
                   HP-NETO
               ADD 1 TO WS-DEPOSITOS
               ADD HP-NETO TO WS-SUMA-DEPOSITOS.

           510-ABRE-DEPOSITO.
               MOVE WS-HLDDEP-PATH-DFLT TO WS-HLDDEP-PATH
               DISPLAY 'HLDDEP_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDDEP-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDDEP-PATH = SPACES
                   MOVE WS-HLDDEP-PATH-DFLT TO WS-HLDDEP-PATH
               END-IF
               OPEN OUTPUT HLD-DEPOSITO
               IF WS-HDP-STATUS NOT = '00'
                   DISPLAY 'ERROR DE ARCHIVO HLD-DEPOSITO. FILE '
                       'STATUS: ' WS-HDP-STATUS
               END-IF
               MOVE 'H' TO HDP-H-TIPO
               MOVE WS-HOY TO HDP-H-FECHA
               WRITE HDP-HDR
               MOVE 'S' TO WS-HDP-ABIERTO.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-ACPMNT.
           050-CHECA-ROL.
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-OPERMAST-PATH = SPACES
                   MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
               END-IF
               OPEN INPUT OPER-MAST
               MOVE WS-CUR-OPER-ID TO OP-ID
               READ OPER-MAST KEY IS OP-ID
                   INVALID KEY MOVE SPACE TO WS-CUR-ROL
                   NOT INVALID KEY MOVE OP-ROL TO WS-CUR-ROL
               END-READ
               CLOSE OPER-MAST.

      *MISMAS RUTAS QUE 967-RETENCION-RUTAS DE HLDLKUP, QUE AQUI
      *NO SE COPIA PORQUE PIDE EL DETALLE DE PAYHIST.
           967-RETENCION-RUTAS.
               MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               DISPLAY 'HLDMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDMAST-PATH = SPACES
                   MOVE WS-HLDMAST-PATH-DFLT TO WS-HLDMAST-PATH
               END-IF
               MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               DISPLAY 'HLDPAG_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-HLDPAG-PATH FROM ENVIRONMENT-VALUE
               IF WS-HLDPAG-PATH = SPACES
                   MOVE WS-HLDPAG-PATH-DFLT TO WS-HLDPAG-PATH
               END-IF.

           COPY CHKCLKUP.
           COPY EMPCHKLKUP.
           COPY OPERLKUP.
