      *LOS PIN DADOS AQUI SON PROVISIONALES: LA SIGUIENTE     *
      *FIRMA DEL OPERADOR LOS FUERZA A CAMBIAR (OP-CAMBIA) Y  *
      *DESDE AHI CORRE LA VIGENCIA DE 90 DIAS DE 906.         *
      *CADA CUENTA SE LIGA AL EMPLEADO ACTIVO QUE LA USA      *
      *(OP-ID-EMPL, ACCION E PARA CAMBIARLA). UNA CUENTA      *
      *REVOCADA POR BAJA ('R') SOLO SE REPONE (P O D) SI EL   *
      *EMPLEADO LIGADO VOLVIO A ESTAR ACTIVO.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
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

           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS                PIC X(02).
           COPY DYNSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-EMPL-OK                   PIC X.
       01 WS-PUEDE                     PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
               CLOSE OPER-MAST
               OPEN I-O OPER-MAST
           END-IF.
           MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH.
           DISPLAY 'DYN_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DYN-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DYN-PATH = SPACES
               MOVE WS-DYN-PATH-DFLT TO WS-DYN-PATH
           END-IF.
           OPEN INPUT EMPLEADO.
           PERFORM 990-CHK-EMP-STATUS.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE EMPLEADO.
           CLOSE OPER-MAST.
           DISPLAY 'OPERADORES GUARDADOS'.
           PERFORM 907-OPER-LOGOUT
           DISPLAY 'PIN (4 POSICIONES):'.          ACCEPT OP-PIN.
           DISPLAY 'NOMBRE:'.                      ACCEPT OP-NOMBRE.
           PERFORM 210-ROL.
           PERFORM 230-EMPLEADO.
           MOVE 0 TO OP-INTENTOS.
           MOVE 'N' TO OP-BLOQUEADO.
           MOVE SPACES TO OP-PIN-ANT.
                   AND OP-ROL NOT = 'S'
                   PERFORM 210-ROL.

      *ALCANCE DE DEPARTAMENTOS: HASTA DIEZ CLV-DEP DE TRES
      *DIGITOS SEGUIDOS QUE EL OPERADOR PUEDE VER Y TOCAR (EJ.
      *001003005); EN BLANCO = ACCESO COMPLETO, COMO SIEMPRE.
           220-ALCANCE.
               DISPLAY 'DEPTOS PERMITIDOS (CLAVES DE 3 DIGITOS '
                   'SEGUIDAS, EJ. 001003005; BLANCO = TODOS):'
               ACCEPT OP-DEPTOS.

      *EMPLEADO DUENO DE LA CUENTA: DEBE EXISTIR Y ESTAR ACTIVO.
           230-EMPLEADO.
               MOVE 'N' TO WS-EMPL-OK
               PERFORM 231-PIDE-EMPLEADO UNTIL WS-EMPL-OK = 'S'.

           231-PIDE-EMPLEADO.
               DISPLAY 'ID DEL EMPLEADO QUE USA LA CUENTA:'
               ACCEPT OP-ID-EMPL
               MOVE OP-ID-EMPL TO ID-EMPL
               READ EMPLEADO KEY IS ID-EMPL
                   INVALID KEY
                       DISPLAY 'ID NO EXISTE EN EMPLEADO'
                   NOT INVALID KEY
                       IF EMP-STATUS = 'I'
                           DISPLAY 'EMPLEADO INACTIVO; NO SE LE LIGA '
                               'UNA CUENTA'
                       ELSE
                           DISPLAY 'EMPLEADO: ' NOM-EMPL
                           MOVE 'S' TO WS-EMPL-OK
                       END-IF
               END-READ.

      *UNA CUENTA REVOCADA POR BAJA SOLO SE REPONE SI SU EMPLEADO
      *LIGADO ESTA ACTIVO (REINGRESO) O SI SE LIGO A OTRO ACTIVO.
           240-CHECA-REVOCADA.
               MOVE 'S' TO WS-PUEDE
               IF OP-BLOQUEADO = 'R'
                   MOVE 'N' TO WS-PUEDE
                   IF OP-ID-EMPL IS NUMERIC AND OP-ID-EMPL NOT = 0
                       MOVE OP-ID-EMPL TO ID-EMPL
                       READ EMPLEADO KEY IS ID-EMPL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF EMP-STATUS NOT = 'I'
                                   MOVE 'S' TO WS-PUEDE
                               END-IF
                       END-READ
                   END-IF
                   IF WS-PUEDE = 'N'
                       DISPLAY 'CUENTA REVOCADA POR BAJA DEL EMPLEADO; '
                           'LIGUELA A UN EMPLEADO ACTIVO (E) ANTES'
                   END-IF
               END-IF.

       300-CAMBIO.
           DISPLAY 'OPERADOR: ' OP-NOMBRE ' ROL: ' OP-ROL
               ' BLOQUEADO: ' OP-BLOQUEADO.
           IF OP-ID-EMPL IS NUMERIC AND OP-ID-EMPL NOT = 0
               DISPLAY 'EMPLEADO LIGADO: ' OP-ID-EMPL
           ELSE
               DISPLAY 'CUENTA SIN EMPLEADO LIGADO'
           END-IF.
           DISPLAY 'ACCION (R=ROL P=PIN D=DESBLOQUEAR A=ALCANCE '
               'E=EMPLEADO N=NADA):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A'
                   PERFORM 210-ROL
                   REWRITE OPER-REC
                   DISPLAY 'ROL ACTUALIZADO'
               WHEN 'E'
                   PERFORM 230-EMPLEADO
                   REWRITE OPER-REC
                   DISPLAY 'EMPLEADO LIGADO ACTUALIZADO'
               WHEN 'P'
                   PERFORM 240-CHECA-REVOCADA
                   IF WS-PUEDE = 'S'
                       PERFORM 310-REPONE-PIN
                   END-IF
               WHEN 'D'
                   PERFORM 240-CHECA-REVOCADA
                   IF WS-PUEDE = 'S'
                       MOVE 0 TO OP-INTENTOS
                       MOVE 'N' TO OP-BLOQUEADO
                       REWRITE OPER-REC
                       DISPLAY 'OPERADOR DESBLOQUEADO'
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.

           310-REPONE-PIN.
               DISPLAY 'PIN NUEVO:' ACCEPT OP-PIN
               MOVE 0 TO OP-INTENTOS
               MOVE 'N' TO OP-BLOQUEADO
      *EL PIN REPUESTO TAMBIEN ES PROVISIONAL: SE FUERZA EL
      *CAMBIO EN LA SIGUIENTE FIRMA DEL OPERADOR.
               MOVE 'S' TO OP-CAMBIA
               REWRITE OPER-REC
               DISPLAY 'PIN ACTUALIZADO (PROVISIONAL)'.

           COPY OPERLKUP.
           COPY EMPCHKLKUP.
