      *********************************************************
      *PROGRAMA - PLAZAS AUTORIZADAS POR DEPARTAMENTO         *
      *(PLZ-MAST). UN SUPERVISOR FIRMADO DA DE ALTA CADA      *
      *PLAZA CON SU DEPARTAMENTO (DEP-MAST) Y SU PUESTO DEL   *
      *CATALOGO (DYN-PSTMNT); LA PLAZA NACE VACANTE Y LA      *
      *OCUPAN LAS ALTAS (DYN-ADD / DYN-HIRLOAD) O LOS CAMBIOS *
      *(DYN-EDIT). UNA PLAZA VACANTE SE PUEDE REASIGNAR DE    *
      *DEPARTAMENTO O PUESTO, CANCELAR O REACTIVAR; UNA       *
      *OCUPADA NO SE TOCA HASTA QUE SE LIBERE. LAS VACANTES   *
      *Y SU ANTIGUEDAD SE LISTAN EN DYN-VACRPT.               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PLZMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY DEPFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PLZFD.
           COPY PSTFD.
           COPY DEPFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY DEPSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-HOY                       PIC X(08).
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-NUM                       PIC 9(06).
       01 WS-ACCION                    PIC X.
       01 WS-OK                        PIC X.
       01 WS-CON-PST                   PIC X VALUE 'N'.
       01 WS-ALTAS                     PIC 9(04) VALUE 0.
       01 WS-CAMBIOS                   PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     PLAZAS AUTORIZADAS POR DEPARTAMENTO'.
           DISPLAY SEP.
           MOVE 'DYNPLZMT' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR AUTORIZA PLAZAS'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           PERFORM 993-PLAZA-RUTA.
           OPEN I-O PLZ-MAST.
           IF WS-PLZ-STATUS = '35'
               OPEN OUTPUT PLZ-MAST
               CLOSE PLZ-MAST
               OPEN I-O PLZ-MAST
           END-IF.
           MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH.
           DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PSTMAST-PATH = SPACES
               MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
           END-IF.
           OPEN INPUT PST-MAST.
           IF WS-PST-STATUS = '00'
               MOVE 'S' TO WS-CON-PST
           ELSE
               DISPLAY 'SIN CATALOGO DE PUESTOS (DYN-PSTMNT); EL '
                   'PUESTO NO SE VALIDA'
           END-IF.
           MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH.
           DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPMAST-PATH = SPACES
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
           END-IF.
           OPEN INPUT DEP-MAST.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE DEP-MAST.
           IF WS-CON-PST = 'S'
               CLOSE PST-MAST
           END-IF.
           CLOSE PLZ-MAST.
           DISPLAY SEP.
           DISPLAY 'PLAZAS NUEVAS: ' WS-ALTAS '  CAMBIOS: ' WS-CAMBIOS.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'NUMERO DE PLAZA (0 = FIN):'.
           ACCEPT WS-NUM.
           IF WS-NUM = 0
               MOVE 1 TO WS-FLAG
           ELSE
               MOVE WS-NUM TO PZ-NUM
               READ PLZ-MAST KEY IS PZ-NUM
                   INVALID KEY
                       PERFORM 200-ALTA
                   NOT INVALID KEY
                       PERFORM 300-EXISTENTE
               END-READ
           END-IF.

      *PLAZA NUEVA: NACE AUTORIZADA Y VACANTE DESDE HOY.
       200-ALTA.
           MOVE WS-NUM TO PZ-NUM.
           PERFORM 210-DEPTO.
           PERFORM 220-PUESTO.
           MOVE 'A' TO PZ-EST.
           MOVE 0 TO PZ-ID-EMPL.
           MOVE WS-HOY TO PZ-F-AUT.
           MOVE WS-HOY TO PZ-F-VACANTE.
           MOVE SPACES TO PZ-F-OCUPA.
           MOVE WS-CUR-OPER-ID TO PZ-OPER.
           WRITE PLZ-REC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR LA PLAZA. FILE STATUS: '
                       WS-PLZ-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ALTAS
                   DISPLAY 'PLAZA ' PZ-NUM ' AUTORIZADA (VACANTE)'
           END-WRITE.

           210-DEPTO.
               DISPLAY 'CLV-DEP DE LA PLAZA:'
               ACCEPT PZ-CLV-DEP
               MOVE PZ-CLV-DEP TO DM-CLV-DEP
               READ DEP-MAST KEY IS DM-CLV-DEP
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NO EXISTE'
                       PERFORM 210-DEPTO
                   NOT INVALID KEY
                       DISPLAY '  ' DM-NOM-DEP
               END-READ.

           220-PUESTO.
               DISPLAY 'PUESTO (CLAVE DE PST-MAST):'
               ACCEPT PZ-PUESTO
               IF PZ-PUESTO = SPACES
                   DISPLAY 'EL PUESTO ES OBLIGATORIO'
                   PERFORM 220-PUESTO
               ELSE
                   IF WS-CON-PST = 'S'
                       MOVE PZ-PUESTO TO PT-CLV
                       READ PST-MAST KEY IS PT-CLV
                           INVALID KEY
                               DISPLAY 'PUESTO NO EXISTE EN PST-MAST'
                               PERFORM 220-PUESTO
                           NOT INVALID KEY
                               DISPLAY '  ' PT-TITULO
                       END-READ
                   END-IF
               END-IF.

      *PLAZA YA AUTORIZADA: SOLO UNA VACANTE SE REASIGNA O SE
      *CANCELA; UNA CANCELADA SE PUEDE REACTIVAR.
       300-EXISTENTE.
           DISPLAY 'PLAZA ' PZ-NUM '  DEPTO: ' PZ-CLV-DEP
               '  PUESTO: ' PZ-PUESTO '  ESTADO: ' PZ-EST.
           IF PZ-ID-EMPL NOT = 0
               DISPLAY 'OCUPADA POR ' PZ-ID-EMPL ' DESDE ' PZ-F-OCUPA
               DISPLAY 'UNA PLAZA OCUPADA NO SE MODIFICA'
           ELSE
               DISPLAY 'VACANTE DESDE ' PZ-F-VACANTE
               DISPLAY 'ACCION (R=REASIGNAR X=CANCELAR '
                   'A=REACTIVAR OTRA=NADA):'
               ACCEPT WS-ACCION
               MOVE 'N' TO WS-OK
               EVALUATE TRUE
                   WHEN WS-ACCION = 'R' AND PZ-EST = 'A'
                       PERFORM 210-DEPTO
                       PERFORM 220-PUESTO
                       MOVE 'S' TO WS-OK
                   WHEN WS-ACCION = 'X' AND PZ-EST = 'A'
                       MOVE 'C' TO PZ-EST
                       MOVE 'S' TO WS-OK
                   WHEN WS-ACCION = 'A' AND PZ-EST = 'C'
                       MOVE 'A' TO PZ-EST
                       MOVE WS-HOY TO PZ-F-VACANTE
                       MOVE 'S' TO WS-OK
                   WHEN OTHER
                       DISPLAY 'SIN CAMBIOS'
               END-EVALUATE
               IF WS-OK = 'S'
                   MOVE WS-CUR-OPER-ID TO PZ-OPER
                   REWRITE PLZ-REC
                   ADD 1 TO WS-CAMBIOS
                   DISPLAY 'PLAZA ACTUALIZADA'
               END-IF
           END-IF.

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

           993-PLAZA-RUTA.
               MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
               DISPLAY 'PLZMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PLZMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PLZMAST-PATH = SPACES
                   MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
               END-IF.

           COPY OPERLKUP.
