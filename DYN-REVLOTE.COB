      *********************************************************
      *PROGRAMA - REVERSA DE UN LOTE COMPLETO DE UN PROCESO    *
      *MASIVO (DYN-RAISE, DYN-STEPUP, DYN-MERIT, DYN-FUTAPL,   *
      *DYN-CSVIMP, DYN-DEPMOVE). CADA CORRIDA DE ESOS PROCESOS *
      *SELLA SU LOTE EN EMP-JRN, EN AUDIT-LOG Y EN TRANS-LOG   *
      *Y DEJA LA IMAGEN ANTERIOR DE CADA EMPLEADO (OP 'B').    *
      *UN SUPERVISOR FIRMADO INDICA EL LOTE (EN BLANCO LISTA   *
      *LOS LOTES DEL DIARIO) Y, EN SIMULACION ('S') O APLICAR  *
      *('A'), CADA EMPLEADO DEL LOTE REGRESA A SU IMAGEN       *
      *ANTERIOR SOLO SI SIGUE EXACTAMENTE COMO LO DEJO EL      *
      *LOTE; SI ALGUIEN LO TOCO DESPUES SE REPORTA COMO        *
      *CONFLICTO Y NO SE TOCA. LA REVERSA QUEDA EN EL DIARIO   *
      *CON SU PROPIO LOTE, EN LA AUDITORIA, EN TRANS-LOG SI    *
      *REGRESA EL DEPARTAMENTO Y EN EL AVISO IDSE SI CAMBIA    *
      *EL SUELDO.                                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-REVLOTE.

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
           COPY AUDITFILE.
           COPY JRNFILE.
           COPY TRANSFILE.
           COPY IMSFILE.
           COPY IMSDETFILE.
           COPY IDSEFILE.
           COPY QSCFILE.
           COPY OPERFILE.
           COPY SESFILE.
           COPY EXCFILE.

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

           COPY AUDITFD.
           COPY JRNFD.
           COPY TRANSFD.
           COPY IMSFD.
           COPY IMSDETFD.
           COPY IDSEFD.
           COPY QSCFD.
           COPY OPERFD.
           COPY SESFD.
           COPY EXCFD.

       WORKING-STORAGE SECTION.
           COPY QSCSTAT.
           COPY OPERSTAT.
           COPY EXCSTAT.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY JRNSTAT.
           COPY AUDITSTAT.
           COPY TRANSSTAT.
           COPY IMSSTAT.
           COPY IDSESTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LOTE                      PIC X(22).
       01 WS-MODO                      PIC X.
       01 WS-ID-N                      PIC 9(06).
       01 WS-SUE-VIEJO                 PIC 9(07)V99.
       01 WS-IX                        PIC 9(04).
       01 WS-ENC                       PIC 9(04).

      *LOTES DEL DIARIO, PARA LA LISTA CUANDO NO SE INDICA UNO.
       01 WS-LL-TOTAL                  PIC 9(03) VALUE 0.
       01 WS-LL-TABLA.
           05 WS-LL-ENT OCCURS 300 TIMES.
               10 WS-LL-LOTE           PIC X(22).
               10 WS-LL-F-INI          PIC X(08).
               10 WS-LL-REGS           PIC 9(05).

      *EMPLEADOS DEL LOTE: PRIMERA IMAGEN ANTERIOR ('B') Y ULTIMA
      *IMAGEN POSTERIOR ('R') QUE DEJO EL LOTE.
       01 WS-RL-MAX                    PIC 9(04) VALUE 2000.
       01 WS-RL-TOTAL                  PIC 9(04) VALUE 0.
       01 WS-RL-TABLA.
           05 WS-RL-ENT OCCURS 2000 TIMES.
               10 WS-RL-ID             PIC 9(06).
               10 WS-RL-TIENE-B        PIC X.
               10 WS-RL-ANTES          PIC X(259).
               10 WS-RL-DESPUES        PIC X(259).

       01 WS-REVERTIDOS                PIC 9(05) VALUE 0.
       01 WS-YA-REVERTIDOS             PIC 9(05) VALUE 0.
       01 WS-CONFLICTOS                PIC 9(05) VALUE 0.
       01 WS-SIN-IMAGEN                PIC 9(05) VALUE 0.
       01 WS-NO-EXISTE                 PIC 9(05) VALUE 0.
       01 WS-EXCEDIDOS                 PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
      *CANDADO DE VENTANA DE LOTE: CON EL LOTE CORRIENDO LA
      *CAPTURA SE RECHAZA, SALVO OVERRIDE DE SUPERVISOR QUE
      *QUEDA EN EXC-LOG; LAS CONSULTAS DE SOLO LECTURA NO SE
      *TOCAN.
           MOVE 'DYNREVLT' TO WS-QSC-PROGRAMA.
           PERFORM 977-CHECA-QUIESCE.
           IF WS-QSC-BLOQUEA = 'S'
               PERFORM 978-QUIESCE-OVERRIDE THRU 978-SALIDA
               IF WS-QSC-PASA NOT = 'S'
                   DISPLAY 'CAPTURA CERRADA MIENTRAS CORRE EL '
                       'LOTE; INTENTE AL TERMINAR.'
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY SEP.
           DISPLAY '     REVERSA DE UN LOTE DE PROCESO MASIVO'.
           DISPLAY SEP.
           MOVE 'DYNREVLT' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE REVERTIR UN LOTE'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH.
           DISPLAY 'EMPJRN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPJRN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-EMPJRN-PATH = SPACES
               MOVE WS-EMPJRN-PATH-DFLT TO WS-EMPJRN-PATH
           END-IF.
           DISPLAY 'LOTE A REVERTIR (ESPACIOS = LISTAR LOTES):'.
           ACCEPT WS-LOTE.
           IF WS-LOTE = SPACES
               PERFORM 100-LISTA-LOTES
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           PERFORM 060-PIDE-MODO.
           PERFORM 200-CARGA-LOTE.
           IF WS-RL-TOTAL = 0
               DISPLAY 'EL LOTE ' WS-LOTE ' NO TIENE REESCRITURAS '
                   'EN EMP-JRN'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN I-O EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           IF WS-MODO = 'A'
               MOVE 'DYNREVLT' TO WS-JRN-LOTE
               PERFORM 937-ABRE-LOTE
               MOVE WS-JRN-LOTE TO WS-AUD-LOTE
               MOVE WS-JRN-LOTE TO WS-TR-LOTE
           END-IF.
           DISPLAY SEP.
           PERFORM 300-REVIERTE
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-RL-TOTAL.
           CLOSE EMPLEADO.
           DISPLAY SEP.
           IF WS-MODO = 'S'
               DISPLAY 'SIMULACION - NO SE REESCRIBIO NINGUN EMPLEADO'
           END-IF.
           DISPLAY 'EMPLEADOS EN EL LOTE:       ' WS-RL-TOTAL.
           DISPLAY 'REVERTIDOS:                 ' WS-REVERTIDOS.
           DISPLAY 'YA ESTABAN REVERTIDOS:      ' WS-YA-REVERTIDOS.
           DISPLAY 'CONFLICTOS (NO SE TOCARON): ' WS-CONFLICTOS.
           DISPLAY 'SIN IMAGEN ANTERIOR:        ' WS-SIN-IMAGEN.
           DISPLAY 'YA NO EXISTEN:              ' WS-NO-EXISTE.
           IF WS-EXCEDIDOS > 0
               DISPLAY 'FUERA DE LA TABLA (CORRA OTRA VEZ): '
                   WS-EXCEDIDOS
           END-IF.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

           060-PIDE-MODO.
               DISPLAY 'MODO (S=SIMULAR, A=APLICAR):'
               ACCEPT WS-MODO
               IF WS-MODO NOT = 'S' AND WS-MODO NOT = 'A'
                   DISPLAY 'MODO INVALIDO'
                   PERFORM 060-PIDE-MODO
               END-IF.

      *LISTA LOS LOTES QUE HAY EN EL DIARIO CON SU FECHA Y EL
      *NUMERO DE REESCRITURAS DE CADA UNO.
       100-LISTA-LOTES.
           OPEN INPUT EMP-JRN.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'SIN DIARIO EMP-JRN. FILE STATUS: '
                   WS-JRN-STATUS
           ELSE
               MOVE 0 TO WS-FLAG
               PERFORM 110-LEE-LISTA UNTIL WS-FLAG = 1
               CLOSE EMP-JRN
               DISPLAY SEP
               DISPLAY 'LOTE                   FECHA    EMPLEADOS'
               PERFORM 130-MUESTRA-LOTE
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LL-TOTAL
               DISPLAY SEP
               DISPLAY 'LOTES EN EL DIARIO: ' WS-LL-TOTAL
           END-IF.

           110-LEE-LISTA.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF JR-LOTE NOT = SPACES AND JR-OP = 'R'
                           PERFORM 120-CUENTA-LOTE
                       END-IF
               END-READ.

           120-CUENTA-LOTE.
               MOVE 0 TO WS-ENC
               PERFORM 125-BUSCA-LOTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-LL-TOTAL OR WS-ENC > 0
               IF WS-ENC = 0 AND WS-LL-TOTAL < 300
                   ADD 1 TO WS-LL-TOTAL
                   MOVE WS-LL-TOTAL TO WS-ENC
                   MOVE JR-LOTE TO WS-LL-LOTE (WS-ENC)
                   MOVE JR-FECHA TO WS-LL-F-INI (WS-ENC)
                   MOVE 0 TO WS-LL-REGS (WS-ENC)
               END-IF
               IF WS-ENC > 0
                   ADD 1 TO WS-LL-REGS (WS-ENC)
               END-IF.

           125-BUSCA-LOTE.
               IF WS-LL-LOTE (WS-IX) = JR-LOTE
                   MOVE WS-IX TO WS-ENC
               END-IF.

           130-MUESTRA-LOTE.
               DISPLAY WS-LL-LOTE (WS-IX) ' ' WS-LL-F-INI (WS-IX)
                   ' ' WS-LL-REGS (WS-IX).

      *JUNTA, POR EMPLEADO, LA PRIMERA IMAGEN ANTERIOR Y LA ULTIMA
      *IMAGEN POSTERIOR DEL LOTE.
       200-CARGA-LOTE.
           OPEN INPUT EMP-JRN.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'SIN DIARIO EMP-JRN. FILE STATUS: '
                   WS-JRN-STATUS
           ELSE
               MOVE 0 TO WS-FLAG
               PERFORM 210-LEE-JRN UNTIL WS-FLAG = 1
               CLOSE EMP-JRN
           END-IF.

           210-LEE-JRN.
               READ EMP-JRN
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       IF JR-LOTE = WS-LOTE
                           AND (JR-OP = 'B' OR JR-OP = 'R')
                           PERFORM 220-GUARDA-IMAGEN
                       END-IF
               END-READ.

           220-GUARDA-IMAGEN.
               MOVE JR-IMAGEN (1:6) TO WS-ID-N
               MOVE 0 TO WS-ENC
               PERFORM 225-BUSCA-EMPL
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-RL-TOTAL OR WS-ENC > 0
               IF WS-ENC = 0
                   IF WS-RL-TOTAL < WS-RL-MAX
                       ADD 1 TO WS-RL-TOTAL
                       MOVE WS-RL-TOTAL TO WS-ENC
                       MOVE WS-ID-N TO WS-RL-ID (WS-ENC)
                       MOVE 'N' TO WS-RL-TIENE-B (WS-ENC)
                       MOVE SPACES TO WS-RL-ANTES (WS-ENC)
                       MOVE SPACES TO WS-RL-DESPUES (WS-ENC)
                   ELSE
                       IF JR-OP = 'R'
                           ADD 1 TO WS-EXCEDIDOS
                       END-IF
                   END-IF
               END-IF
               IF WS-ENC > 0
                   IF JR-OP = 'B'
                       IF WS-RL-TIENE-B (WS-ENC) = 'N'
                           MOVE 'S' TO WS-RL-TIENE-B (WS-ENC)
                           MOVE JR-IMAGEN TO WS-RL-ANTES (WS-ENC)
                       END-IF
                   ELSE
                       MOVE JR-IMAGEN TO WS-RL-DESPUES (WS-ENC)
                   END-IF
               END-IF.

           225-BUSCA-EMPL.
               IF WS-RL-ID (WS-IX) = WS-ID-N
                   MOVE WS-IX TO WS-ENC
               END-IF.

      *SOLO SE REVIERTE EL EMPLEADO QUE SIGUE IGUAL A COMO LO DEJO
      *EL LOTE; CUALQUIER CAMBIO POSTERIOR ES CONFLICTO.
       300-REVIERTE.
           IF WS-RL-TIENE-B (WS-IX) NOT = 'S'
               ADD 1 TO WS-SIN-IMAGEN
               DISPLAY WS-RL-ID (WS-IX) ' SIN IMAGEN ANTERIOR EN EL '
                   'DIARIO; NO SE PUEDE REVERTIR'
           ELSE
               MOVE WS-RL-ID (WS-IX) TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       ADD 1 TO WS-NO-EXISTE
                       DISPLAY WS-RL-ID (WS-IX) ' YA NO EXISTE EN '
                           'EMPLEADO'
                   NOT INVALID KEY
                       PERFORM 310-COMPARA
               END-READ
           END-IF.

           310-COMPARA.
               IF REG-EMPL = WS-RL-DESPUES (WS-IX)
                   PERFORM 400-APLICA
               ELSE
                   IF REG-EMPL = WS-RL-ANTES (WS-IX)
                       ADD 1 TO WS-YA-REVERTIDOS
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' YA ESTA COMO '
                           'ANTES DEL LOTE'
                   ELSE
                       ADD 1 TO WS-CONFLICTOS
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' CONFLICTO: '
                           'CAMBIO DESPUES DEL LOTE; NO SE TOCA'
                   END-IF
               END-IF.

       400-APLICA.
           MOVE SUE-MEN TO WS-SUE-VIEJO.
           MOVE CLV-DEP TO WS-TR-CLV-DEP-ANT.
           MOVE NOM-DEP TO WS-TR-NOM-DEP-ANT.
           MOVE CLV-DEP TO WS-AUD-CLV-DEP-ANT.
           MOVE REG-EMPL TO WS-JRN-ANTES.
           MOVE WS-RL-ANTES (WS-IX) TO REG-EMPL.
           DISPLAY ID-EMPL ' ' NOM-EMPL ' SUELDO ' WS-SUE-VIEJO
               ' -> ' SUE-MEN ' DEPTO ' WS-TR-CLV-DEP-ANT ' -> '
               CLV-DEP.
           ADD 1 TO WS-REVERTIDOS.
           IF WS-MODO = 'A'
               REWRITE REG-EMPL
               PERFORM 990-CHK-EMP-STATUS
               MOVE 'R' TO WS-JRN-OP
               PERFORM 937-JOURNAL
               IF CLV-DEP NOT = WS-TR-CLV-DEP-ANT
                   PERFORM 913-TRANSFER-LOG
               END-IF
               MOVE 'DYNREVLT' TO WS-AUD-PROGRAMA
               MOVE 'E' TO WS-AUD-OPER
               MOVE WS-CUR-OPER-ID TO WS-AUD-OPER-ID
               MOVE CLV-DEP TO WS-AUD-CLV-DEP-NVO
               MOVE WS-SUE-VIEJO TO WS-AUD-SUE-MEN-ANT
               MOVE SUE-MEN TO WS-AUD-SUE-MEN-NVO
               PERFORM 903-AUDITORIA
               PERFORM 949-AVISO-IDSE THRU 949-SALIDA
           END-IF.

      *RESUELVE EL ROL DEL OPERADOR FIRMADO, IGUAL QUE DYN-OPRMNT.
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

           COPY AUDITLKUP.
           COPY JRNLKUP.
           COPY TRANSLKUP.
           COPY IMSLKUP.
           COPY IDSELKUP.
           COPY EMPCHKLKUP.
           COPY QSCLKUP.
           COPY QSCOVR.
           COPY OPERLKUP.
