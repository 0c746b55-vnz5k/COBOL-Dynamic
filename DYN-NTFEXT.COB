      *********************************************************
      *PROGRAMA - SALIDA DE LA BANDEJA DE AVISOS A LA         *
      *PASARELA DE CORREO. TOMA LOS AVISOS PENDIENTES ('P')   *
      *QUE DEJAN LAS LISTAS DE TRABAJO EN NTF-OUT, RESUELVE   *
      *EL CORREO DEL DESTINATARIO CONTRA EMPLEADO - EL EMAIL  *
      *DEL SUPERVISOR (SUP-ID) O EL DEL PROPIO EMPLEADO - Y   *
      *LOS ESCRIBE EN EL ARCHIVO QUE RECOGE LA PASARELA, CON  *
      *NUMERO DE LOTE. CADA AVISO ESCRITO QUEDA 'G' CON SU    *
      *LOTE; EL QUE NO TIENE DESTINATARIO CON CORREO (SIN     *
      *SUPERVISOR, SUPERVISOR DADO DE BAJA O SIN EMAIL) QUEDA *
      *'N' CON EL MOTIVO PARA QUE SE CORRIJA Y SE REENCOLE EN *
      *DYN-NTFINQ. LA ENTREGA O FALLA LA REGRESA DYN-NTFACK.  *
      *CADA LOTE QUEDA EN EL REGISTRO DE SALIDA OX-REG        *
      *(INTERFAZ NTFEXT, PERIODO 'LOTE' + NUMERO).            *
      *********************************************************
      *LAYOUT DEL ARCHIVO NTFGW (ANCHO FIJO):                 *
      *  ENCABEZADO: 'H' + FECHA(8) + LOTE(6)                 *
      *  DETALLE:    'D' + LLAVE DEL AVISO(26) + CORREO(30) + *
      *              TIPO DESTINATARIO(1) + ID DESTINATARIO(6)*
      *              + ID EMPLEADO(6) + NOMBRE(30) + TEXTO(60)*
      *  TRAILER:    'T' + TOTAL DE DETALLES(6)               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-NTFEXT.

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

           SELECT NTF-GW ASSIGN TO WS-NTFGW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NGW-STATUS.
           COPY NTFFILE.
           COPY OXRFILE.

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

       FD NTF-GW.
       01 NGW-HDR.
           05 NGW-H-TIPO               PIC X.
           05 NGW-H-FECHA              PIC X(08).
           05 NGW-H-LOTE               PIC 9(06).
       01 NGW-DET.
           05 NGW-D-TIPO               PIC X.
           05 NGW-D-LLAVE              PIC X(26).
           05 NGW-D-CORREO             PIC X(30).
           05 NGW-D-DEST-TIPO          PIC X.
           05 NGW-D-DEST-ID            PIC 9(06).
           05 NGW-D-ID-EMPL            PIC 9(06).
           05 NGW-D-NOMBRE             PIC X(30).
           05 NGW-D-TEXTO              PIC X(60).
       01 NGW-TRL.
           05 NGW-T-TIPO               PIC X.
           05 NGW-T-TOTAL              PIC 9(06).

           COPY NTFFD.
           COPY OXRFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY NTFSTAT.
           COPY OXRSTAT.
       01 WS-NGW-STATUS                PIC X(02).
       01 WS-NTFGW-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\NTFGW.TXT'.
       01 WS-NTFGW-PATH                PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-HOY                       PIC X(08).
       01 WS-LOTE                      PIC 9(06) VALUE 0.
       01 WS-PENDIENTES                PIC 9(06) VALUE 0.
       01 WS-ENVIADOS                  PIC 9(06) VALUE 0.
       01 WS-SIN-DEST                  PIC 9(06) VALUE 0.
      *DESTINATARIO RESUELTO DEL AVISO EN TURNO; WS-MOTIVO QUEDA EN
      *BLANCO SI SE ENCONTRO CORREO.
       01 WS-DEST-ID                   PIC 9(06).
       01 WS-CORREO                    PIC X(30).
       01 WS-MOTIVO                    PIC X(30).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     SALIDA DE AVISOS A LA PASARELA DE CORREO'.
           DISPLAY SEP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH.
           DISPLAY 'NTFOUT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NTFOUT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NTFOUT-PATH = SPACES
               MOVE WS-NTFOUT-PATH-DFLT TO WS-NTFOUT-PATH
           END-IF.
           OPEN I-O NTF-OUT.
           IF WS-NTF-STATUS NOT = '00'
               DISPLAY 'BANDEJA DE AVISOS VACIA. FILE STATUS: '
                   WS-NTF-STATUS
               STOP RUN
           END-IF.
           PERFORM 050-CUENTA.
           IF WS-PENDIENTES = 0
               CLOSE NTF-OUT
               DISPLAY 'SIN AVISOS PENDIENTES; NO SE GENERA ARCHIVO.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOTE.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-NTFGW-PATH-DFLT TO WS-NTFGW-PATH.
           DISPLAY 'NTFGW_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NTFGW-PATH FROM ENVIRONMENT-VALUE.
           IF WS-NTFGW-PATH = SPACES
               MOVE WS-NTFGW-PATH-DFLT TO WS-NTFGW-PATH
           END-IF.
           OPEN OUTPUT NTF-GW.
           MOVE SPACES TO NGW-HDR.
           MOVE 'H' TO NGW-H-TIPO.
           MOVE WS-HOY TO NGW-H-FECHA.
           MOVE WS-LOTE TO NGW-H-LOTE.
           WRITE NGW-HDR.
           MOVE 0 TO WS-FLAG.
           MOVE LOW-VALUES TO NT-KEY.
           START NTF-OUT KEY IS NOT LESS THAN NT-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           MOVE SPACES TO NGW-TRL.
           MOVE 'T' TO NGW-T-TIPO.
           MOVE WS-ENVIADOS TO NGW-T-TOTAL.
           WRITE NGW-TRL.
           CLOSE NTF-GW.
           CLOSE EMPLEADO.
           CLOSE NTF-OUT.
           PERFORM 080-REGISTRA-SALIDA.
           DISPLAY SEP.
           DISPLAY 'LOTE:                      ' WS-LOTE.
           DISPLAY 'AVISOS A LA PASARELA:      ' WS-ENVIADOS.
           DISPLAY 'SIN DESTINATARIO (N):      ' WS-SIN-DEST.
           DISPLAY 'ARCHIVO PARA LA PASARELA: ' WS-NTFGW-PATH.
           DISPLAY SEP.
           STOP RUN.

      *PRIMERA PASADA: CUENTA LOS PENDIENTES Y TOMA EL ULTIMO LOTE
      *USADO PARA NUMERAR EL DE HOY.
           050-CUENTA.
               MOVE 0 TO WS-FLAG
               PERFORM 051-LEE UNTIL WS-FLAG = 1.

           051-LEE.
               READ NTF-OUT NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF NT-EST = 'P'
                           ADD 1 TO WS-PENDIENTES
                       END-IF
                       IF NT-LOTE NUMERIC AND NT-LOTE > WS-LOTE
                           MOVE NT-LOTE TO WS-LOTE
                       END-IF
               END-READ.

           080-REGISTRA-SALIDA.
               MOVE 'NTFEXT' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING 'LOTE' WS-LOTE DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               MOVE WS-ENVIADOS TO WS-OX-REGS
               MOVE 0 TO WS-OX-IMPORTE
               MOVE WS-NTFGW-PATH TO WS-OX-ARCHIVO
               MOVE 'LOTE' TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

       100-PROCESA.
           READ NTF-OUT NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF NT-EST = 'P'
                       PERFORM 200-RESUELVE THRU 200-SALIDA
                       PERFORM 300-ASIENTA
                   END-IF
           END-READ.

      *EL AVISO AL EMPLEADO VA A SU EMAIL (EL QUE TRAJO EL AVISO O
      *EL DE EMPLEADO); EL AVISO AL SUPERVISOR VA AL EMAIL DEL
      *NT-DEST-ID O, SI VINO EN CERO, DEL SUP-ID DEL EMPLEADO. EL
      *NOMBRE QUE NO TRAJO EL AVISO SE TOMA DE EMPLEADO.
       200-RESUELVE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE NT-DEST-ID TO WS-DEST-ID.
           MOVE NT-EMAIL TO WS-CORREO.
           IF NT-NOM-EMPL = SPACES
               OR (NT-DEST-TIPO = 'E' AND WS-CORREO = SPACES)
               OR (NT-DEST-TIPO NOT = 'E' AND WS-DEST-ID = 0)
               MOVE NT-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       MOVE 'EMPLEADO NO EXISTE' TO WS-MOTIVO
                   NOT INVALID KEY
                       IF NT-NOM-EMPL = SPACES
                           MOVE NOM-EMPL TO NT-NOM-EMPL
                       END-IF
                       IF NT-DEST-TIPO = 'E'
                           MOVE ID-EMPL TO WS-DEST-ID
                           IF WS-CORREO = SPACES
                               MOVE EMAIL TO WS-CORREO
                           END-IF
                       ELSE
                           IF WS-DEST-ID = 0
                               MOVE SUP-ID TO WS-DEST-ID
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO NOT = SPACES AND NT-DEST-TIPO = 'E'
               GO TO 200-SALIDA
           END-IF.
           IF NT-DEST-TIPO = 'E'
               IF WS-CORREO = SPACES
                   MOVE 'EMPLEADO SIN EMAIL' TO WS-MOTIVO
               END-IF
               GO TO 200-SALIDA
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-DEST-ID = 0
               MOVE 'EMPLEADO SIN SUPERVISOR (SUP-ID)' TO WS-MOTIVO
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-DEST-ID TO ID-EMPL.
           READ EMPLEADO KEY IS ID-EMPL
               INVALID KEY
                   MOVE 'SUPERVISOR NO EXISTE' TO WS-MOTIVO
               NOT INVALID KEY
                   IF EMP-STATUS = 'I'
                       MOVE 'SUPERVISOR DADO DE BAJA' TO WS-MOTIVO
                   ELSE
                       IF EMAIL = SPACES
                           MOVE 'SUPERVISOR SIN EMAIL' TO WS-MOTIVO
                       ELSE
                           MOVE EMAIL TO WS-CORREO
                       END-IF
                   END-IF
           END-READ.
       200-SALIDA.
           EXIT.

           300-ASIENTA.
               MOVE WS-DEST-ID TO NT-DEST-ID
               IF WS-MOTIVO = SPACES
                   MOVE WS-CORREO TO NT-EMAIL
                   MOVE SPACES TO NGW-DET
                   MOVE 'D' TO NGW-D-TIPO
                   MOVE NT-KEY TO NGW-D-LLAVE
                   MOVE NT-EMAIL TO NGW-D-CORREO
                   MOVE NT-DEST-TIPO TO NGW-D-DEST-TIPO
                   MOVE NT-DEST-ID TO NGW-D-DEST-ID
                   MOVE NT-ID-EMPL TO NGW-D-ID-EMPL
                   MOVE NT-NOM-EMPL TO NGW-D-NOMBRE
                   MOVE NT-TEXTO TO NGW-D-TEXTO
                   WRITE NGW-DET
                   MOVE 'G' TO NT-EST
                   MOVE WS-LOTE TO NT-LOTE
                   MOVE WS-HOY TO NT-F-ENV
                   MOVE SPACES TO NT-F-RESP
                   MOVE SPACES TO NT-MOTIVO
                   ADD 1 TO WS-ENVIADOS
               ELSE
                   MOVE 'N' TO NT-EST
                   MOVE WS-HOY TO NT-F-RESP
                   MOVE WS-MOTIVO TO NT-MOTIVO
                   ADD 1 TO WS-SIN-DEST
                   DISPLAY 'SIN DESTINATARIO: ' NT-EVENTO ' '
                       NT-ID-EMPL ' ' NT-REF ' - ' WS-MOTIVO
               END-IF
               REWRITE NTF-REC.

           COPY EMPCHKLKUP.
           COPY OXRLKUP.
