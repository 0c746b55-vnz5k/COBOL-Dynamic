      *********************************************************
      *PROGRAMA - PLAN DE REBANADAS DE LA CORRIDA DE NOMINA.   *
      *PARTE LA CORRIDA REAL DE UN GRUPO Y PERIODO EN          *
      *REBANADAS QUE CORREN AL MISMO TIEMPO, CADA UNA EN SU    *
      *PROPIA SESION DE DYN-PAYRUN: POR RANGO DE ID-EMPL       *
      *(MODO 'I', CON EL MISMO NUMERO DE ELEGIBLES EN CADA     *
      *REBANADA) O UNA REBANADA POR COMPANIA CIA-CLV (MODO     *
      *'C'). EL PERIODO DEBE ESTAR ABIERTO EN PERCTL, CON      *
      *VISTO BUENO DE DYN-PREPAY Y SIN CORRIDA COMPLETA A      *
      *MEDIAS. UN PLAN QUE NINGUNA REBANADA HA ARRANCADO SE    *
      *PUEDE REHACER. EL PLAN QUEDA EN PSL-CTL Y LO CIERRA     *
      *DYN-PAYMRG.                                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PAYSLC.

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
           FILE STATUS IS WS-EMP-STATUS.
           COPY PERCFILE.
           COPY PSLFILE.
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

           COPY PERCFD.
           COPY PSLFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY PERCSTAT.
           COPY PSLSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-GRUPO                     PIC X.
       01 WS-PERIODO                   PIC X(06).
       01 WS-MODO                      PIC X.
       01 WS-CIA                       PIC X(02).
       01 WS-CIA-EMP                   PIC X(02).
       01 WS-RES                       PIC X.
       01 WS-ARRANCADAS                PIC 9(02) VALUE 0.
       01 WS-HAY-PLAN                  PIC X VALUE 'N'.
       01 WS-ELEGIBLES                 PIC 9(06) VALUE 0.
       01 WS-CUENTA                    PIC 9(06) VALUE 0.
       01 WS-POR-REB                   PIC 9(06) VALUE 0.
       01 WS-N                         PIC 9(02) VALUE 0.
       01 WS-K                         PIC 9(02) VALUE 0.
       01 WS-IX                        PIC 9(02).
       01 WS-ENC                       PIC 9(02).

      *REBANADAS QUE ARMA EL PLAN, A LO MAS 20.
       01 WS-SL-TABLA.
           05 WS-SL-ENT OCCURS 20 TIMES.
               10 WS-SL-DESDE          PIC 9(06).
               10 WS-SL-HASTA          PIC 9(06).
               10 WS-SL-CIA            PIC X(02).
               10 WS-SL-EMPL           PIC 9(06).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     PLAN DE REBANADAS DE LA CORRIDA DE NOMINA'.
           DISPLAY SEP.
           MOVE 'DYNPYSLC' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 010-PIDE-GRUPO.
           PERFORM 015-PIDE-PERIODO.
           PERFORM 020-VERIFICA-PERIODO.
           MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH.
           DISPLAY 'PSLCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PSLCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PSLCTL-PATH = SPACES
               MOVE WS-PSLCTL-PATH-DFLT TO WS-PSLCTL-PATH
           END-IF.
           OPEN I-O PSL-CTL.
           IF WS-PSL-STATUS = '35'
               OPEN OUTPUT PSL-CTL
               CLOSE PSL-CTL
               OPEN I-O PSL-CTL
           END-IF.
           PERFORM 030-PLAN-ANTERIOR.
           PERFORM 040-PIDE-MODO.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           IF WS-MODO = 'I'
               PERFORM 100-REBANA-ID
           ELSE
               PERFORM 200-REBANA-CIA
           END-IF.
           CLOSE EMPLEADO.
           IF WS-ELEGIBLES = 0
               DISPLAY 'NINGUN EMPLEADO ELEGIBLE EN EL GRUPO; '
                   'NO SE ARMA PLAN.'
               CLOSE PSL-CTL
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 300-GRABA-PLAN.
           CLOSE PSL-CTL.
           DISPLAY SEP.
           DISPLAY 'ELEGIBLES EN EL PLAN: ' WS-ELEGIBLES
               '  REBANADAS: ' WS-N.
           DISPLAY 'LANCE DYN-PAYRUN EN MODO R UNA VEZ POR REBANADA '
               '(01 A ' WS-N '), AL MISMO TIEMPO;'.
           DISPLAY 'AL TERMINAR TODAS, CORRA DYN-PAYMRG.'.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           010-PIDE-GRUPO.
               DISPLAY 'GRUPO DE PAGO (S=SEMANAL M=MENSUAL):'
               ACCEPT WS-GRUPO
               IF WS-GRUPO NOT = 'S' AND WS-GRUPO NOT = 'M'
                   PERFORM 010-PIDE-GRUPO
               END-IF.

           015-PIDE-PERIODO.
               DISPLAY 'PERIODO DE LA CORRIDA (AAAAMM):'
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO'
                   PERFORM 015-PIDE-PERIODO
               END-IF.

      *LAS MISMAS CONDICIONES QUE PIDE DYN-PAYRUN PARA ARRANCAR,
      *MAS QUE NO HAYA UNA CORRIDA COMPLETA A MEDIAS.
       020-VERIFICA-PERIODO.
           MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH.
           DISPLAY 'PERCTL_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERCTL-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PERCTL-PATH = SPACES
               MOVE WS-PERCTL-PATH-DFLT TO WS-PERCTL-PATH
           END-IF.
           OPEN INPUT PERCTL.
           IF WS-PERC-STATUS NOT = '00'
               DISPLAY 'SIN CONTROL DE PERIODOS (DYN-PERMNT). '
                   'FILE STATUS: ' WS-PERC-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-GRUPO TO PC-GRUPO.
           MOVE WS-PERIODO TO PC-PERIODO.
           READ PERCTL KEY IS PC-KEY
               INVALID KEY
                   DISPLAY 'PERIODO NO ABIERTO EN PERCTL: ' WS-PERIODO
                   CLOSE PERCTL
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
           END-READ.
           CLOSE PERCTL.
           IF PC-EST = 'C'
               DISPLAY 'PERIODO YA CERRADO: ' WS-PERIODO
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           IF PC-GO-NOGO NOT = 'G'
               DISPLAY 'EL PERIODO NO TIENE VISTO BUENO DEL FILTRO '
                   'PREVIO (DYN-PREPAY).'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           IF PC-ULT-ID > 0
               DISPLAY 'HAY UNA CORRIDA COMPLETA A MEDIAS (PC-ULT-ID '
                   PC-ULT-ID '); TERMINELA COMPLETA.'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.

      *UN PLAN YA ARRANCADO NO SE TOCA; SI NINGUNA REBANADA HA
      *CORRIDO SE PUEDE REHACER.
       030-PLAN-ANTERIOR.
           MOVE 0 TO WS-ARRANCADAS.
           MOVE 'N' TO WS-HAY-PLAN.
           PERFORM 035-REVISA-REB
               VARYING WS-IX FROM 0 BY 1 UNTIL WS-IX > 20.
           IF WS-HAY-PLAN = 'S'
               IF WS-ARRANCADAS > 0
                   DISPLAY 'EL PLAN DEL PERIODO YA ARRANCO ('
                       WS-ARRANCADAS ' REBANADAS); NO SE REHACE.'
                   CLOSE PSL-CTL
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF
               DISPLAY 'YA HAY UN PLAN SIN ARRANCAR. REHACERLO? S/N'
               ACCEPT WS-RES
               IF WS-RES NOT = 'S'
                   CLOSE PSL-CTL
                   PERFORM 907-OPER-LOGOUT
                   STOP RUN
               END-IF
               PERFORM 038-BORRA-REB
                   VARYING WS-IX FROM 0 BY 1 UNTIL WS-IX > 20
           END-IF.

           035-REVISA-REB.
               MOVE WS-GRUPO TO PS-GRUPO
               MOVE WS-PERIODO TO PS-PERIODO
               MOVE WS-IX TO PS-REB
               READ PSL-CTL KEY IS PS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-HAY-PLAN
                       IF PS-REB = 0 AND PS-EST = 'M'
                           DISPLAY 'EL PERIODO YA SE MEZCLO Y CERRO.'
                           CLOSE PSL-CTL
                           PERFORM 907-OPER-LOGOUT
                           STOP RUN
                       END-IF
                       IF PS-REB > 0 AND PS-EST NOT = 'P'
                           ADD 1 TO WS-ARRANCADAS
                       END-IF
               END-READ.

           038-BORRA-REB.
               MOVE WS-GRUPO TO PS-GRUPO
               MOVE WS-PERIODO TO PS-PERIODO
               MOVE WS-IX TO PS-REB
               DELETE PSL-CTL RECORD
                   INVALID KEY CONTINUE
               END-DELETE.

       040-PIDE-MODO.
           DISPLAY 'REBANAR POR RANGO DE ID (I) O POR COMPANIA (C):'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'I' AND WS-MODO NOT = 'C'
               PERFORM 040-PIDE-MODO
           ELSE
               IF WS-MODO = 'I'
                   DISPLAY 'COMPANIA (SPACES = TODAS):'
                   ACCEPT WS-CIA
                   PERFORM 045-PIDE-NUMERO
               ELSE
                   MOVE SPACES TO WS-CIA
               END-IF
           END-IF.

           045-PIDE-NUMERO.
               DISPLAY 'NUMERO DE REBANADAS (02-20):'
               ACCEPT WS-N
               IF WS-N NOT NUMERIC OR WS-N < 2 OR WS-N > 20
                   PERFORM 045-PIDE-NUMERO
               END-IF.

      *PRIMERA PASADA: CUENTA LOS ELEGIBLES; SEGUNDA: CORTA EL
      *RANGO CADA VEZ QUE SE JUNTA LA PARTE DE UNA REBANADA. LA
      *PRIMERA EMPIEZA EN 000000 Y LA ULTIMA TERMINA EN 999999
      *PARA QUE NINGUN ID QUEDE FUERA.
       100-REBANA-ID.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-CUENTA UNTIL WS-FLAG = 1.
           IF WS-ELEGIBLES > 0
               IF WS-ELEGIBLES < WS-N
                   MOVE WS-ELEGIBLES TO WS-N
               END-IF
               COMPUTE WS-POR-REB = (WS-ELEGIBLES + WS-N - 1) / WS-N
               MOVE 1 TO WS-K
               MOVE 0 TO WS-SL-DESDE (1)
               MOVE 0 TO WS-SL-EMPL (1)
               MOVE 0 TO WS-CUENTA
               MOVE 0 TO ID-EMPL
               MOVE 0 TO WS-FLAG
               START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
                   INVALID KEY MOVE 1 TO WS-FLAG
               END-START
               PERFORM 120-CORTA UNTIL WS-FLAG = 1
               MOVE 999999 TO WS-SL-HASTA (WS-K)
               MOVE WS-K TO WS-N
           END-IF.

           110-CUENTA.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 150-ELEGIBLE
                       IF WS-RES = 'S'
                           ADD 1 TO WS-ELEGIBLES
                       END-IF
               END-READ.

           120-CORTA.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 150-ELEGIBLE
                       IF WS-RES = 'S'
                           ADD 1 TO WS-CUENTA
                           ADD 1 TO WS-SL-EMPL (WS-K)
                           MOVE WS-CIA TO WS-SL-CIA (WS-K)
                           IF WS-CUENTA = WS-POR-REB * WS-K
                               AND WS-K < WS-N
                               AND WS-CUENTA < WS-ELEGIBLES
                               MOVE ID-EMPL TO WS-SL-HASTA (WS-K)
                               ADD 1 TO WS-K
                               COMPUTE WS-SL-DESDE (WS-K) = ID-EMPL + 1
                               MOVE 0 TO WS-SL-EMPL (WS-K)
                           END-IF
                       END-IF
               END-READ.

      *LA MISMA REGLA DE 100-PROCESA EN DYN-PAYRUN: ACTIVO, DEL
      *GRUPO (SPACE CUENTA COMO 'M') Y DE LA COMPANIA (SPACES EN
      *EL MAESTRO CUENTA COMO '01').
           150-ELEGIBLE.
               MOVE 'N' TO WS-RES
               IF EMP-STATUS NOT = 'I'
                   AND (GRUPO-PAGO = WS-GRUPO
                       OR (WS-GRUPO = 'M' AND GRUPO-PAGO = SPACE))
                   AND (WS-CIA = SPACES
                       OR CIA-CLV = WS-CIA
                       OR (WS-CIA = '01' AND CIA-CLV = SPACES))
                   MOVE 'S' TO WS-RES
               END-IF.

      *UNA REBANADA POR CADA COMPANIA CON ELEGIBLES, TODA LA GAMA
      *DE IDS.
       200-REBANA-CIA.
           MOVE 0 TO WS-N.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-JUNTA-CIA UNTIL WS-FLAG = 1.

           210-JUNTA-CIA.
               READ EMPLEADO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       PERFORM 150-ELEGIBLE
                       IF WS-RES = 'S'
                           PERFORM 220-CUENTA-CIA
                       END-IF
               END-READ.

           220-CUENTA-CIA.
               MOVE CIA-CLV TO WS-CIA-EMP
               IF WS-CIA-EMP = SPACES
                   MOVE '01' TO WS-CIA-EMP
               END-IF
               MOVE 0 TO WS-ENC
               PERFORM 225-BUSCA-CIA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-N OR WS-ENC > 0
               IF WS-ENC = 0
                   IF WS-N < 20
                       ADD 1 TO WS-N
                       MOVE WS-N TO WS-ENC
                       MOVE WS-CIA-EMP TO WS-SL-CIA (WS-ENC)
                       MOVE 0 TO WS-SL-DESDE (WS-ENC)
                       MOVE 999999 TO WS-SL-HASTA (WS-ENC)
                       MOVE 0 TO WS-SL-EMPL (WS-ENC)
                   ELSE
                       DISPLAY 'MAS DE 20 COMPANIAS; ' ID-EMPL
                           ' (' WS-CIA-EMP ') QUEDA FUERA DEL PLAN'
                   END-IF
               END-IF
               IF WS-ENC > 0
                   ADD 1 TO WS-SL-EMPL (WS-ENC)
                   ADD 1 TO WS-ELEGIBLES
               END-IF.

           225-BUSCA-CIA.
               IF WS-SL-CIA (WS-IX) = WS-CIA-EMP
                   MOVE WS-IX TO WS-ENC
               END-IF.

      *ENCABEZADO (REBANADA 00) Y UNA REBANADA PENDIENTE POR CADA
      *ENTRADA DE LA TABLA.
       300-GRABA-PLAN.
           INITIALIZE PSL-REC.
           MOVE WS-GRUPO TO PS-GRUPO.
           MOVE WS-PERIODO TO PS-PERIODO.
           MOVE 0 TO PS-REB.
           MOVE 'P' TO PS-EST.
           MOVE WS-MODO TO PS-MODO.
           MOVE WS-CIA TO PS-CIA.
           MOVE WS-N TO PS-REBANADAS.
           MOVE WS-ELEGIBLES TO PS-ELEGIBLES.
           MOVE 0 TO PS-ID-DESDE.
           MOVE 999999 TO PS-ID-HASTA.
           MOVE WS-CUR-OPER-ID TO PS-OPER.
           WRITE PSL-REC.
           DISPLAY SEP.
           DISPLAY 'REB  DESDE   HASTA  CIA  ELEGIBLES'.
           PERFORM 310-GRABA-REB
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-N.

           310-GRABA-REB.
               INITIALIZE PSL-REC
               MOVE WS-GRUPO TO PS-GRUPO
               MOVE WS-PERIODO TO PS-PERIODO
               MOVE WS-IX TO PS-REB
               MOVE 'P' TO PS-EST
               MOVE WS-MODO TO PS-MODO
               MOVE WS-SL-CIA (WS-IX) TO PS-CIA
               MOVE WS-SL-DESDE (WS-IX) TO PS-ID-DESDE
               MOVE WS-SL-HASTA (WS-IX) TO PS-ID-HASTA
               MOVE WS-SL-EMPL (WS-IX) TO PS-ELEGIBLES
               MOVE WS-N TO PS-REBANADAS
               WRITE PSL-REC
               DISPLAY ' ' PS-REB '  ' PS-ID-DESDE ' ' PS-ID-HASTA
                   '  ' PS-CIA '   ' PS-ELEGIBLES.

           COPY EMPCHKLKUP.
           COPY OPERLKUP.
