      *********************************************************
      *PROGRAMA - REVISION DE LA LISTA DE POSIBLE FRAUDE      *
      *(FRD-WORK) QUE DEJA DYN-FRDSCAN. AUDITORIA INTERNA,    *
      *FIRMADA CON ROL DE SUPERVISOR, RECORRE LOS HALLAZGOS   *
      *ABIERTOS (TODOS O DE UNA RAZON) Y CIERRA CADA UNO CON  *
      *SU DISPOSICION: F FRAUDE CONFIRMADO, E ERROR DE        *
      *CAPTURA CORREGIDO O L LEGITIMO, MAS UNA NOTA. QUEDAN   *
      *EL OPERADOR Y LA FECHA DEL CIERRE. NADIE CIERRA UN     *
      *HALLAZGO DE AUTOAPROBACION (RAZON 06) QUE LO SENALA A  *
      *EL MISMO.                                              *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-FRDREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FRDFILE.
           COPY OPERFILE.
           COPY SESFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY FRDFD.
           COPY OPERFD.
           COPY SESFD.

       WORKING-STORAGE SECTION.
           COPY FRDSTAT.
           COPY OPERSTAT.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-OPER-OK                   PIC X.
       01 WS-OPER-PIN                  PIC X(04).
       01 WS-CUR-OPER-ID               PIC X(06).
       01 WS-CUR-ROL                   PIC X.
       01 WS-HOY                       PIC X(08).
       01 WS-RAZON                     PIC X(02).
       01 WS-DISP                      PIC X.
       01 WS-RES                       PIC X.
       01 WS-VISTOS                    PIC 9(05) VALUE 0.
       01 WS-CERRADOS                  PIC 9(05) VALUE 0.
       01 WS-PROPIOS                   PIC 9(05) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
           DISPLAY SEP.
           DISPLAY '     REVISION DE HALLAZGOS DE POSIBLE FRAUDE'.
           DISPLAY SEP.
           MOVE 'DYNFRDRV' TO WS-SES-PROGRAMA.
           PERFORM 906-OPER-LOGIN.
           PERFORM 050-CHECA-ROL.
           IF WS-CUR-ROL NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR PUEDE CERRAR HALLAZGOS '
                   'DE FRAUDE'
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           MOVE WS-FRDWORK-PATH-DFLT TO WS-FRDWORK-PATH.
           DISPLAY 'FRDWORK_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-FRDWORK-PATH FROM ENVIRONMENT-VALUE.
           IF WS-FRDWORK-PATH = SPACES
               MOVE WS-FRDWORK-PATH-DFLT TO WS-FRDWORK-PATH
           END-IF.
           OPEN I-O FRD-WORK.
           IF WS-FRD-STATUS NOT = '00'
               DISPLAY 'SIN LISTA DE FRAUDE; CORRA DYN-FRDSCAN. '
                   'FILE STATUS: ' WS-FRD-STATUS
               PERFORM 907-OPER-LOGOUT
               STOP RUN
           END-IF.
           DISPLAY 'RAZON A REVISAR (01-06, ESPACIOS = TODAS):'.
           ACCEPT WS-RAZON.
           MOVE LOW-VALUES TO FR-KEY.
           IF WS-RAZON NOT = SPACES
               MOVE WS-RAZON TO FR-RAZON
           END-IF.
           START FRD-WORK KEY IS NOT LESS THAN FR-KEY
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.
           PERFORM 100-LEE UNTIL WS-FLAG = 1.
           CLOSE FRD-WORK.
           DISPLAY SEP.
           DISPLAY 'ABIERTOS REVISADOS:        ' WS-VISTOS.
           DISPLAY 'CERRADOS EN ESTA SESION:   ' WS-CERRADOS.
           DISPLAY 'OMITIDOS POR SER PROPIOS:  ' WS-PROPIOS.
           DISPLAY SEP.
           PERFORM 907-OPER-LOGOUT.
           STOP RUN.

       100-LEE.
           READ FRD-WORK NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF WS-RAZON NOT = SPACES
                       AND FR-RAZON NOT = WS-RAZON
                       MOVE 1 TO WS-FLAG
                   ELSE
                       IF FR-EST = 'A'
                           PERFORM 200-HALLAZGO
                       END-IF
                   END-IF
           END-READ.

       200-HALLAZGO.
           DISPLAY SEP.
           DISPLAY 'RAZON ' FR-RAZON '  EMPLEADO ' FR-ID-EMPL
               '  REF ' FR-REF.
           DISPLAY FR-DETALLE.
           DISPLAY 'DETECTADO ' FR-F-DETECTA '  VISTO POR ULTIMA VEZ '
               FR-F-ULTIMA.
           IF FR-RAZON = '06' AND FR-REF (1:6) = WS-CUR-OPER-ID
               DISPLAY 'ESTE HALLAZGO LO SENALA A USTED; LO CIERRA '
                   'OTRO SUPERVISOR'
               ADD 1 TO WS-PROPIOS
           ELSE
               ADD 1 TO WS-VISTOS
               PERFORM 210-PIDE-DISP
               IF WS-DISP NOT = SPACE
                   DISPLAY 'NOTA:'
                   ACCEPT FR-NOTA
                   MOVE WS-DISP TO FR-DISP
                   MOVE 'C' TO FR-EST
                   MOVE WS-CUR-OPER-ID TO FR-OPER
                   MOVE WS-HOY TO FR-F-CIERRE
                   REWRITE FRD-REC
                   ADD 1 TO WS-CERRADOS
                   DISPLAY 'HALLAZGO CERRADO'
               END-IF
           END-IF.
           DISPLAY 'CONTINUAR? S/N'.
           ACCEPT WS-RES.
           IF WS-RES = 'N'
               MOVE 1 TO WS-FLAG
           END-IF.

           210-PIDE-DISP.
               DISPLAY 'DISPOSICION (F=FRAUDE E=ERROR CORREGIDO '
                   'L=LEGITIMO, ESPACIO = DEJAR ABIERTO):'
               ACCEPT WS-DISP
               IF WS-DISP NOT = SPACE AND WS-DISP NOT = 'F'
                   AND WS-DISP NOT = 'E' AND WS-DISP NOT = 'L'
                   DISPLAY 'DISPOSICION INVALIDA'
                   PERFORM 210-PIDE-DISP
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

           COPY OPERLKUP.
