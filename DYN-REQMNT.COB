      *********************************************************
      *PROGRAMA - REQUISICIONES DE PERSONAL (REQ-MAST). EL    *
      *OPERADOR FIRMADO PIDE UNA POSICION PARA UN             *
      *DEPARTAMENTO (CON SU TABULADOR Y, SI HAY CONTROL DE    *
      *PLAZAS, LA PLAZA VACANTE QUE VA A CUBRIR); UN          *
      *SUPERVISOR DISTINTO DEL QUE LA PIDIO LA APRUEBA Y      *
      *QUEDA ABIERTA A CANDIDATOS EN DYN-APLMNT. TAMBIEN      *
      *CANCELA UNA REQUISICION NO CUBIERTA Y REABRE UNA CON   *
      *OFERTA ACEPTADA CUYA ALTA YA NO ESTA EN PEND-MAST      *
      *(PURGADA EN DYN-PENDAGE). EL TIEMPO PARA CUBRIR SALE   *
      *EN DYN-TTFRPT.                                         *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-REQMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REQFILE.
           COPY PLZFILE.
           COPY PSTFILE.
           COPY DEPFILE.
           COPY PENDFILE.
           COPY APLFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY REQFD.
           COPY PLZFD.
           COPY PSTFD.
           COPY DEPFD.
           COPY PENDFD.
           COPY APLFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY REQSTAT.
           COPY PLZSTAT.
           COPY PSTSTAT.
           COPY DEPSTAT.
           COPY PENDSTAT.
           COPY APLSTAT.
           COPY OPERSTAT.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-ACCION                    PIC X.
       01 WS-NUM                       PIC 9(06).
       01 WS-MAX-NUM                   PIC 9(06).
       01 WS-ID-ALTA                   PIC 9(06).
       01 WS-CON-PLZ                   PIC X VALUE 'N'.
       01 WS-CON-DEP                   PIC X VALUE 'N'.
       01 WS-OK                        PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     REQUISICIONES DE PERSONAL'.
           DISPLAY SEP.
           MOVE 'DYNREQMT' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           PERFORM 999-REQ-RUTA.
           OPEN I-O REQ-MAST.
           IF WS-REQ-STATUS = '35'
               OPEN OUTPUT REQ-MAST
               CLOSE REQ-MAST
               OPEN I-O REQ-MAST
           END-IF.
           MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH.
           DISPLAY 'DEPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DEPMAST-PATH = SPACES
               MOVE WS-DEPMAST-PATH-DFLT TO WS-DEPMAST-PATH
           END-IF.
           OPEN INPUT DEP-MAST.
           IF WS-DEPMAST-STATUS = '00'
               MOVE 'S' TO WS-CON-DEP
           END-IF.
           MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH.
           DISPLAY 'PLZMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PLZMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PLZMAST-PATH = SPACES
               MOVE WS-PLZMAST-PATH-DFLT TO WS-PLZMAST-PATH
           END-IF.
           OPEN INPUT PLZ-MAST.
           IF WS-PLZ-STATUS = '00'
               MOVE 'S' TO WS-CON-PLZ
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           IF WS-CON-PLZ = 'S'
               CLOSE PLZ-MAST
           END-IF.
           IF WS-CON-DEP = 'S'
               CLOSE DEP-MAST
           END-IF.
           CLOSE REQ-MAST.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'N=NUEVA A=APROBAR X=CANCELAR R=REABRIR '
               'L=LISTAR F=FIN'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'N' PERFORM 200-NUEVA
               WHEN 'A' PERFORM 300-APRUEBA THRU 300-SALIDA
               WHEN 'X' PERFORM 400-CANCELA THRU 400-SALIDA
               WHEN 'R' PERFORM 500-REABRE THRU 500-SALIDA
               WHEN 'L' PERFORM 600-LISTA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *LA REQUISICION NACE SOLICITADA ('S') CON EL SIGUIENTE
      *NUMERO LIBRE; EL OPERADOR FIRMADO ES QUIEN LA PIDE.
       200-NUEVA.
           PERFORM 210-SIGUIENTE.
           DISPLAY 'REQUISICION NUMERO: ' RQ-NUM.
           PERFORM 220-DEPTO.
           MOVE SPACES TO RQ-PUESTO.
           MOVE SPACE TO RQ-ID-TAB-S.
           MOVE 0 TO RQ-PLAZA.
           IF WS-CON-PLZ = 'S'
               PERFORM 230-PLAZA
           END-IF.
           IF RQ-ID-TAB-S = SPACE
               PERFORM 240-TABULADOR
           END-IF.
           MOVE WS-CUR-OPER-ID TO RQ-SOLICITA.
           MOVE WS-REQ-HOY TO RQ-F-SOLICITA.
           MOVE SPACES TO RQ-APRUEBA.
           MOVE SPACES TO RQ-F-APRUEBA.
           MOVE 'S' TO RQ-EST.
           MOVE 0 TO RQ-ID-EMPL.
           MOVE SPACES TO RQ-F-CUBRE.
           WRITE REQ-REC
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR LA REQUISICION. FILE '
                       'STATUS: ' WS-REQ-STATUS
               NOT INVALID KEY
                   DISPLAY 'REQUISICION ' RQ-NUM ' GRABADA; FALTA '
                       'LA APROBACION DE UN SUPERVISOR'
           END-WRITE.

           210-SIGUIENTE.
               MOVE 0 TO WS-MAX-NUM
               MOVE 0 TO WS-REQ-FLAG
               MOVE 0 TO RQ-NUM
               START REQ-MAST KEY IS NOT LESS THAN RQ-NUM
                   INVALID KEY MOVE 1 TO WS-REQ-FLAG
               END-START
               PERFORM 211-MAYOR UNTIL WS-REQ-FLAG = 1
               COMPUTE RQ-NUM = WS-MAX-NUM + 1.

           211-MAYOR.
               READ REQ-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REQ-FLAG
                   NOT AT END MOVE RQ-NUM TO WS-MAX-NUM
               END-READ.

           220-DEPTO.
               DISPLAY 'CLV-DEP QUE PIDE LA POSICION:'
               ACCEPT RQ-CLV-DEP
               IF WS-CON-DEP = 'S'
                   MOVE RQ-CLV-DEP TO DM-CLV-DEP
                   READ DEP-MAST KEY IS DM-CLV-DEP
                       INVALID KEY
                           DISPLAY 'DEPARTAMENTO NO EXISTE'
                           PERFORM 220-DEPTO
                       NOT INVALID KEY
                           DISPLAY '  ' DM-NOM-DEP
                   END-READ
               END-IF.

      *CON CONTROL DE PLAZAS LA REQUISICION VA CONTRA UNA PLAZA
      *AUTORIZADA Y VACANTE DEL MISMO DEPARTAMENTO; EL PUESTO Y
      *EL TABULADOR SALEN DE LA PLAZA Y SU PUESTO.
           230-PLAZA.
               DISPLAY 'PLAZA VACANTE A CUBRIR:'
               ACCEPT RQ-PLAZA
               MOVE RQ-PLAZA TO PZ-NUM
               MOVE 'S' TO WS-OK
               READ PLZ-MAST KEY IS PZ-NUM
                   INVALID KEY
                       DISPLAY 'PLAZA NO EXISTE EN PLZ-MAST'
                       MOVE 'N' TO WS-OK
               END-READ
               IF WS-OK = 'S'
                   IF PZ-EST NOT = 'A' OR PZ-ID-EMPL NOT = 0
                       DISPLAY 'LA PLAZA NO ESTA AUTORIZADA Y VACANTE'
                       MOVE 'N' TO WS-OK
                   ELSE
                       IF PZ-CLV-DEP NOT = RQ-CLV-DEP
                           DISPLAY 'LA PLAZA ES DE OTRO DEPARTAMENTO'
                           MOVE 'N' TO WS-OK
                       END-IF
                   END-IF
               END-IF
               IF WS-OK = 'N'
                   PERFORM 230-PLAZA
               ELSE
                   MOVE PZ-PUESTO TO RQ-PUESTO
                   PERFORM 231-PUESTO
               END-IF.

           231-PUESTO.
               MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
               DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-PSTMAST-PATH = SPACES
                   MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
               END-IF
               OPEN INPUT PST-MAST
               IF WS-PST-STATUS = '00'
                   MOVE RQ-PUESTO TO PT-CLV
                   READ PST-MAST KEY IS PT-CLV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY '  PUESTO: ' PT-TITULO
                               ' TABULADOR: ' PT-ID-TAB-S
                           MOVE PT-ID-TAB-S TO RQ-ID-TAB-S
                   END-READ
                   CLOSE PST-MAST
               END-IF.

           240-TABULADOR.
               DISPLAY 'TABULADOR ID-TAB-S DE LA POSICION:'
               ACCEPT RQ-ID-TAB-S
               IF RQ-ID-TAB-S = SPACE
                   PERFORM 240-TABULADOR
               END-IF.

      *LA APRUEBA UN SUPERVISOR QUE NO SEA EL QUE LA PIDIO.
       300-APRUEBA.
           PERFORM 700-LEE.
           IF WS-OK = 'N'
               GO TO 300-SALIDA
           END-IF.
           IF RQ-EST NOT = 'S'
               DISPLAY 'SOLO SE APRUEBA UNA REQUISICION SOLICITADA'
               GO TO 300-SALIDA
           END-IF.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR APRUEBA REQUISICIONES'
               GO TO 300-SALIDA
           END-IF.
           IF RQ-SOLICITA = WS-CUR-OPER-ID
               DISPLAY 'NO PUEDE APROBAR SU PROPIA REQUISICION'
               GO TO 300-SALIDA
           END-IF.
           MOVE 'A' TO RQ-EST.
           MOVE WS-CUR-OPER-ID TO RQ-APRUEBA.
           MOVE WS-REQ-HOY TO RQ-F-APRUEBA.
           REWRITE REQ-REC.
           DISPLAY 'REQUISICION APROBADA; ABIERTA A CANDIDATOS'.
       300-SALIDA.
           EXIT.

       400-CANCELA.
           PERFORM 700-LEE.
           IF WS-OK = 'N'
               GO TO 400-SALIDA
           END-IF.
           IF RQ-EST NOT = 'S' AND RQ-EST NOT = 'A'
               DISPLAY 'SOLO SE CANCELA UNA REQUISICION SIN OFERTA '
                   'ACEPTADA'
               GO TO 400-SALIDA
           END-IF.
           MOVE 'X' TO RQ-EST.
           REWRITE REQ-REC.
           DISPLAY 'REQUISICION CANCELADA'.
       400-SALIDA.
           EXIT.

      *UNA OFERTA ACEPTADA CUYA ALTA SE PURGO DE PEND-MAST SIN
      *APROBARSE DEJARIA LA REQUISICION ATORADA EN 'O'.
       500-REABRE.
           PERFORM 700-LEE.
           IF WS-OK = 'N'
               GO TO 500-SALIDA
           END-IF.
           IF RQ-EST NOT = 'O'
               DISPLAY 'SOLO SE REABRE UNA REQUISICION CON OFERTA '
                   'ACEPTADA'
               GO TO 500-SALIDA
           END-IF.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR REABRE REQUISICIONES'
               GO TO 500-SALIDA
           END-IF.
           MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH.
           DISPLAY 'PENDMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PENDMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PENDMAST-PATH = SPACES
               MOVE WS-PENDMAST-PATH-DFLT TO WS-PENDMAST-PATH
           END-IF.
           OPEN INPUT PEND-MAST.
           IF WS-PEND-STATUS = '00'
               MOVE RQ-ID-EMPL TO PEND-ID
               READ PEND-MAST KEY IS PEND-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-OK
               END-READ
               CLOSE PEND-MAST
           END-IF.
           IF WS-OK = 'N'
               DISPLAY 'EL ALTA ' RQ-ID-EMPL ' SIGUE EN ESPERA DE '
                   'APROBACION (DYN-PENDAPR)'
               GO TO 500-SALIDA
           END-IF.
           MOVE RQ-ID-EMPL TO WS-ID-ALTA.
           MOVE 'A' TO RQ-EST.
           MOVE 0 TO RQ-ID-EMPL.
           REWRITE REQ-REC.
           DISPLAY 'REQUISICION REABIERTA A CANDIDATOS'.
           PERFORM 510-CANDIDATO.
       500-SALIDA.
           EXIT.

      *EL CANDIDATO QUE HABIA ACEPTADO QUEDA COMO DECLINADO.
           510-CANDIDATO.
               MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
               DISPLAY 'APLMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-APLMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-APLMAST-PATH = SPACES
                   MOVE WS-APLMAST-PATH-DFLT TO WS-APLMAST-PATH
               END-IF
               OPEN I-O APL-MAST
               IF WS-APL-STATUS = '00'
                   MOVE RQ-NUM TO AP-RQ-NUM
                   MOVE 0 TO AP-SEQ
                   MOVE 0 TO WS-REQ-FLAG
                   START APL-MAST KEY IS NOT LESS THAN AP-KEY
                       INVALID KEY MOVE 1 TO WS-REQ-FLAG
                   END-START
                   PERFORM 511-CANDIDATO-UNO UNTIL WS-REQ-FLAG = 1
                   CLOSE APL-MAST
               END-IF.

           511-CANDIDATO-UNO.
               READ APL-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REQ-FLAG
                   NOT AT END
                       IF AP-RQ-NUM NOT = RQ-NUM
                           MOVE 1 TO WS-REQ-FLAG
                       ELSE
                           IF AP-ID-EMPL = WS-ID-ALTA
                               MOVE 'N' TO AP-ETAPA
                               MOVE WS-REQ-HOY TO AP-F-ETAPA
                               MOVE WS-CUR-OPER-ID TO AP-OPER
                               REWRITE APL-REC
                           END-IF
                       END-IF
               END-READ.

       600-LISTA.
           MOVE 0 TO WS-REQ-FLAG.
           MOVE 0 TO RQ-NUM.
           START REQ-MAST KEY IS NOT LESS THAN RQ-NUM
               INVALID KEY MOVE 1 TO WS-REQ-FLAG
           END-START.
           PERFORM 610-RENGLON UNTIL WS-REQ-FLAG = 1.

           610-RENGLON.
               READ REQ-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-REQ-FLAG
                   NOT AT END
                       IF RQ-EST NOT = 'C' AND RQ-EST NOT = 'X'
                           DISPLAY RQ-NUM ' DEP ' RQ-CLV-DEP
                               ' TAB ' RQ-ID-TAB-S ' PLAZA ' RQ-PLAZA
                               ' EST ' RQ-EST ' DESDE ' RQ-F-SOLICITA
                               ' PIDE ' RQ-SOLICITA
                       END-IF
               END-READ.

       700-LEE.
           DISPLAY 'NUMERO DE REQUISICION:'.
           ACCEPT WS-NUM.
           MOVE WS-NUM TO RQ-NUM.
           MOVE 'S' TO WS-OK.
           READ REQ-MAST KEY IS RQ-NUM
               INVALID KEY
                   DISPLAY 'NO EXISTE ESA REQUISICION'
                   MOVE 'N' TO WS-OK
               NOT INVALID KEY
                   DISPLAY 'DEP ' RQ-CLV-DEP ' TAB ' RQ-ID-TAB-S
                       ' PLAZA ' RQ-PLAZA ' EST ' RQ-EST
           END-READ.

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

           999-REQ-RUTA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REQ-HOY
               MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               DISPLAY 'REQMAST_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-REQMAST-PATH FROM ENVIRONMENT-VALUE
               IF WS-REQMAST-PATH = SPACES
                   MOVE WS-REQMAST-PATH-DFLT TO WS-REQMAST-PATH
               END-IF.

           COPY OPERLKUP.
