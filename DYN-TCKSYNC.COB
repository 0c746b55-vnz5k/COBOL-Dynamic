      *********************************************************
      *PROGRAMA - SINCRONIZACION DE PLANTILLA CON EL RELOJ    *
      *CHECADOR. GENERA EL ARCHIVO DIARIO PARA EL PROVEEDOR   *
      *DEL RELOJ CON LOS CAMBIOS DESDE EL ULTIMO ENVIO DE LOS *
      *EMPLEADOS POR HORA (TIPO-PAGO = 'H'): ALTAS, BAJAS,    *
      *REACTIVACIONES Y CAMBIOS DE TURNO-CLV, SUC-CLV O       *
      *NOMBRE. ASI EL DADO DE BAJA DEJA DE CHECAR Y EL NUEVO  *
      *YA EXISTE EN EL RELOJ CUANDO DYN-TIMLOAD CARGA SUS     *
      *HORAS. EL EMPLEADO QUE DEJA DE SER POR HORA TAMBIEN    *
      *SALE COMO BAJA.                                        *
      *CON MODO 'T' (TOTAL) EL ARCHIVO LLEVA A TODOS LOS      *
      *ACTIVOS POR HORA Y EL PROVEEDOR REEMPLAZA SU LISTA     *
      *COMPLETA. LO ENVIADO QUEDA EN TCK-SNAP; LA LISTA DEL   *
      *PROVEEDOR SE CONCILIA CON DYN-TCKREC.                  *
      *CADA ARCHIVO QUEDA EN EL REGISTRO DE SALIDA OX-REG;    *
      *REPETIR EL ENVIO DEL DIA EN EL MISMO MODO PIDE         *
      *OVERRIDE DE SUPERVISOR CON MOTIVO.                     *
      *********************************************************
      *LAYOUT DEL ARCHIVO TCKSYNC (ANCHO FIJO):               *
      *  ENCABEZADO: 'H' + MODO(1) 'D' DIFERENCIAS / 'T'      *
      *              TOTAL + FECHA(8) + ENVIO ANTERIOR(8)     *
      *  DETALLE:    'D' + MOVIMIENTO(1) 'A' ALTA / 'B' BAJA  *
      *              / 'R' REACTIVACION / 'C' CAMBIO + ID(6)  *
      *              + NOMBRE(30) + TURNO(1) + SUCURSAL(3) +  *
      *              FECHA EFECTIVA(8)                        *
      *  TRAILER:    'T' + TOTAL DE DETALLES(6)               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-TCKSYNC.

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

           SELECT TCKSYNC ASSIGN TO WS-TCKSYNC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSY-STATUS.
           COPY TCKFILE.
           COPY OXRFILE.
           COPY OPERFILE.

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

       FD TCKSYNC.
       01 TSY-HDR.
           05 TSY-H-TIPO                PIC X.
           05 TSY-H-MODO                PIC X.
           05 TSY-H-FECHA               PIC X(08).
           05 TSY-H-ANTERIOR            PIC X(08).
       01 TSY-DET.
           05 TSY-D-TIPO                PIC X.
           05 TSY-D-MOV                 PIC X.
           05 TSY-D-ID-EMPL             PIC 9(06).
           05 TSY-D-NOMBRE              PIC X(30).
           05 TSY-D-TURNO               PIC X.
           05 TSY-D-SUC                 PIC X(03).
           05 TSY-D-FECHA               PIC X(08).
       01 TSY-TRL.
           05 TSY-T-TIPO                PIC X.
           05 TSY-T-TOTAL               PIC 9(06).

           COPY TCKFD.
           COPY OXRFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY TCKSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
       01 WS-TSY-STATUS                PIC X(02).
       01 WS-TCKSYNC-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TCKSYNC.TXT'.
       01 WS-TCKSYNC-PATH              PIC X(80).
       01 WS-FLAG                      PIC 9 VALUE 0.
      *'D' SOLO DIFERENCIAS / 'T' TOTAL (EL PROVEEDOR REEMPLAZA SU
      *LISTA CON LA DEL ARCHIVO).
       01 WS-MODO                      PIC X.
       01 WS-HOY                       PIC 9(08).
       01 WS-HORA                      PIC 9(08).
      *MARCA DE ESTA CORRIDA EN TK-CORRIDA (FECHA Y HORA).
       01 WS-CORRIDA                   PIC X(14).
       01 WS-ANTERIOR                  PIC X(08).
       01 WS-ACT-EST                   PIC X.
       01 WS-MOV                       PIC X.
       01 WS-F-EFECTIVA                PIC X(08).
       01 WS-ALTAS                     PIC 9(06) VALUE 0.
       01 WS-BAJAS                     PIC 9(06) VALUE 0.
       01 WS-REACTIVA                  PIC 9(06) VALUE 0.
       01 WS-CAMBIOS                   PIC 9(06) VALUE 0.
       01 WS-TOTAL                     PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     SINCRONIZACION CON EL RELOJ CHECADOR'.
           DISPLAY SEP.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-CORRIDA.
           STRING WS-HOY WS-HORA (1:6) DELIMITED BY SIZE
               INTO WS-CORRIDA.
           DISPLAY 'MODO (D = DIFERENCIAS DESDE EL ULTIMO ENVIO, '
               'T = TOTAL):'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'T'
               MOVE 'D' TO WS-MODO
           END-IF.
           PERFORM 050-CHECA-REGISTRO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           MOVE WS-TCKSNAP-PATH-DFLT TO WS-TCKSNAP-PATH.
           DISPLAY 'TCKSNAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TCKSNAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TCKSNAP-PATH = SPACES
               MOVE WS-TCKSNAP-PATH-DFLT TO WS-TCKSNAP-PATH
           END-IF.
           OPEN I-O TCK-SNAP.
           IF WS-TCK-STATUS = '35'
               OPEN OUTPUT TCK-SNAP
               CLOSE TCK-SNAP
               OPEN I-O TCK-SNAP
           END-IF.
           PERFORM 060-LEE-CONTROL.
           MOVE WS-TCKSYNC-PATH-DFLT TO WS-TCKSYNC-PATH.
           DISPLAY 'TCKSYNC_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TCKSYNC-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TCKSYNC-PATH = SPACES
               MOVE WS-TCKSYNC-PATH-DFLT TO WS-TCKSYNC-PATH
           END-IF.
           OPEN OUTPUT TCKSYNC.
           MOVE SPACES TO TSY-HDR.
           MOVE 'H' TO TSY-H-TIPO.
           MOVE WS-MODO TO TSY-H-MODO.
           MOVE WS-HOY TO TSY-H-FECHA.
           MOVE WS-ANTERIOR TO TSY-H-ANTERIOR.
           WRITE TSY-HDR.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-PROCESA UNTIL WS-FLAG = 1.
           PERFORM 500-BAJAS.
           MOVE SPACES TO TSY-TRL.
           MOVE 'T' TO TSY-T-TIPO.
           MOVE WS-TOTAL TO TSY-T-TOTAL.
           WRITE TSY-TRL.
           CLOSE TCKSYNC.
           PERFORM 070-GRABA-CONTROL.
           PERFORM 080-REGISTRA-SALIDA.
           CLOSE TCK-SNAP.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           DISPLAY 'ENVIO ANTERIOR: ' WS-ANTERIOR.
           DISPLAY 'ALTAS:           ' WS-ALTAS.
           DISPLAY 'BAJAS:           ' WS-BAJAS.
           DISPLAY 'REACTIVACIONES:  ' WS-REACTIVA.
           DISPLAY 'CAMBIOS:         ' WS-CAMBIOS.
           IF WS-MODO = 'T'
               DISPLAY 'ENVIO TOTAL, EMPLEADOS EN EL ARCHIVO: '
                   WS-TOTAL
           END-IF.
           DISPLAY 'ARCHIVO PARA EL RELOJ: ' WS-TCKSYNC-PATH.
           DISPLAY SEP.
           STOP RUN.

      *EL MISMO ENVIO DEL DIA (MISMO MODO) SOLO SE REPITE CON
      *OVERRIDE DE SUPERVISOR (OX-REG).
           050-CHECA-REGISTRO.
               MOVE 'TCKSYNC' TO WS-OX-INTERFAZ
               MOVE SPACES TO WS-OX-PERIODO
               STRING WS-HOY ' ' WS-MODO DELIMITED BY SIZE
                   INTO WS-OX-PERIODO
               PERFORM 997-OX-CHECA THRU 997-OX-SALIDA
               IF WS-OX-OK NOT = 'S'
                   DISPLAY 'ARCHIVO NO GENERADO.'
                   STOP RUN
               END-IF.

           060-LEE-CONTROL.
               MOVE 0 TO TK-ID-EMPL
               READ TCK-SNAP KEY IS TK-ID-EMPL
                   INVALID KEY
                       MOVE 'NINGUNO' TO WS-ANTERIOR
                   NOT INVALID KEY
                       MOVE TK-F-ENVIO TO WS-ANTERIOR
               END-READ.

           070-GRABA-CONTROL.
               MOVE 0 TO TK-ID-EMPL
               READ TCK-SNAP KEY IS TK-ID-EMPL
                   INVALID KEY
                       MOVE SPACES TO TK-NOMBRE
                       MOVE 'CONTROL DE ENVIOS' TO TK-NOMBRE
                       MOVE SPACES TO TK-TURNO TK-SUC TK-EST
                       MOVE WS-HOY TO TK-F-ENVIO
                       MOVE WS-CORRIDA TO TK-CORRIDA
                       WRITE TCK-REC
                   NOT INVALID KEY
                       MOVE WS-HOY TO TK-F-ENVIO
                       MOVE WS-CORRIDA TO TK-CORRIDA
                       REWRITE TCK-REC
               END-READ.

           080-REGISTRA-SALIDA.
               MOVE WS-TOTAL TO WS-OX-REGS
               MOVE 0 TO WS-OX-IMPORTE
               MOVE WS-TCKSYNC-PATH TO WS-OX-ARCHIVO
               MOVE 'LOTE' TO WS-OX-OPER
               PERFORM 997-OX-REGISTRA.

       100-PROCESA.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END PERFORM 200-COMPARA
           END-READ.

      *EN EL RELOJ SOLO DEBE ESTAR ACTIVO EL EMPLEADO POR HORA QUE
      *NO ESTA DADO DE BAJA. CONTRA LO ULTIMO ENVIADO: SIN REGISTRO
      *PREVIO ES ALTA, ACTIVO CONTRA BAJA ES BAJA O REACTIVACION, Y
      *OTRO TURNO, SUCURSAL O NOMBRE EN UN ACTIVO ES CAMBIO.
       200-COMPARA.
           IF TIPO-PAGO = 'H' AND EMP-STATUS NOT = 'I'
               MOVE 'A' TO WS-ACT-EST
           ELSE
               MOVE 'B' TO WS-ACT-EST
           END-IF.
           MOVE SPACE TO WS-MOV.
           MOVE ID-EMPL TO TK-ID-EMPL.
           READ TCK-SNAP KEY IS TK-ID-EMPL
               INVALID KEY
                   IF WS-ACT-EST = 'A'
                       MOVE 'A' TO WS-MOV
                       MOVE F-ING TO WS-F-EFECTIVA
                       PERFORM 210-CARGA
                       WRITE TCK-REC
                       PERFORM 400-DETALLE THRU 400-CUENTA
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TK-EST = 'A' AND WS-ACT-EST = 'B'
                           MOVE 'B' TO WS-MOV
                           MOVE WS-HOY TO WS-F-EFECTIVA
                           IF EMP-STATUS = 'I'
                               AND TERM-FECHA NOT = SPACES
                               MOVE TERM-FECHA TO WS-F-EFECTIVA
                           END-IF
                       WHEN TK-EST = 'B' AND WS-ACT-EST = 'A'
                           MOVE 'R' TO WS-MOV
                           MOVE WS-HOY TO WS-F-EFECTIVA
                           IF REHIRE-FECHA NOT = SPACES
                               MOVE REHIRE-FECHA TO WS-F-EFECTIVA
                           END-IF
                       WHEN TK-EST = 'A'
                           AND (TK-TURNO NOT = TURNO-CLV
                           OR TK-SUC NOT = SUC-CLV
                           OR TK-NOMBRE NOT = NOM-EMPL)
                           MOVE 'C' TO WS-MOV
                           MOVE WS-HOY TO WS-F-EFECTIVA
                       WHEN TK-EST = 'A'
                           MOVE F-ING TO WS-F-EFECTIVA
                   END-EVALUATE
                   IF WS-MOV NOT = SPACE
                       PERFORM 210-CARGA
                       PERFORM 400-DETALLE THRU 400-CUENTA
                   ELSE
                       IF WS-MODO = 'T' AND TK-EST = 'A'
                           PERFORM 400-DETALLE THRU 400-CUENTA
                       END-IF
                   END-IF
                   MOVE WS-CORRIDA TO TK-CORRIDA
                   REWRITE TCK-REC
           END-READ.

           210-CARGA.
               MOVE NOM-EMPL TO TK-NOMBRE
               MOVE TURNO-CLV TO TK-TURNO
               MOVE SUC-CLV TO TK-SUC
               MOVE WS-ACT-EST TO TK-EST
               MOVE WS-HOY TO TK-F-ENVIO
               MOVE WS-CORRIDA TO TK-CORRIDA.

      *EL DETALLE SALE DE TCK-REC YA ACTUALIZADO. EN EL ENVIO TOTAL
      *SOLO VAN LOS ACTIVOS, TODOS COMO ALTA; LAS BAJAS SE DAN POR
      *HECHAS AL REEMPLAZAR EL PROVEEDOR SU LISTA.
       400-DETALLE.
           IF WS-MODO = 'T'
               IF TK-EST NOT = 'A'
                   GO TO 400-CUENTA
               END-IF
               MOVE 'A' TO TSY-D-MOV
           ELSE
               MOVE WS-MOV TO TSY-D-MOV
           END-IF.
           MOVE 'D' TO TSY-D-TIPO.
           MOVE TK-ID-EMPL TO TSY-D-ID-EMPL.
           MOVE TK-NOMBRE TO TSY-D-NOMBRE.
           MOVE TK-TURNO TO TSY-D-TURNO.
           MOVE TK-SUC TO TSY-D-SUC.
           MOVE WS-F-EFECTIVA TO TSY-D-FECHA.
           WRITE TSY-DET.
           ADD 1 TO WS-TOTAL.
       400-CUENTA.
           EVALUATE WS-MOV
               WHEN 'A' ADD 1 TO WS-ALTAS
               WHEN 'B' ADD 1 TO WS-BAJAS
               WHEN 'R' ADD 1 TO WS-REACTIVA
               WHEN 'C' ADD 1 TO WS-CAMBIOS
           END-EVALUATE.

      *EL ACTIVO EN EL RELOJ QUE YA NO ESTA EN EL MAESTRO SE MANDA
      *COMO BAJA CON FECHA DE HOY.
       500-BAJAS.
           MOVE 0 TO WS-FLAG.
           MOVE 1 TO TK-ID-EMPL.
           START TCK-SNAP KEY IS NOT LESS THAN TK-ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 510-BAJA-LEE UNTIL WS-FLAG = 1.

           510-BAJA-LEE.
               READ TCK-SNAP NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF TK-EST = 'A'
                           AND TK-CORRIDA NOT = WS-CORRIDA
                           PERFORM 520-BAJA
                       END-IF
               END-READ.

           520-BAJA.
               MOVE 'B' TO WS-MOV
               MOVE 'B' TO TK-EST
               MOVE WS-HOY TO TK-F-ENVIO
               MOVE WS-HOY TO WS-F-EFECTIVA
               MOVE WS-CORRIDA TO TK-CORRIDA
               REWRITE TCK-REC
               PERFORM 400-DETALLE THRU 400-CUENTA.

           COPY EMPCHKLKUP.
           COPY OXRLKUP.
           COPY OXROVR.
