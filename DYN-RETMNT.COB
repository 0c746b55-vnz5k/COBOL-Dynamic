      *********************************************************
      *PROGRAMA - ANTIGUEDAD DE RETENCION POR ARCHIVO         *
      *(RET-PARM). DICE CUANTOS MESES SE QUEDA UN REGISTRO    *
      *CERRADO EN CADA MAESTRO SATELITE ANTES DE QUE          *
      *DYN-SATARC LO PASE AL ARCHIVO HISTORICO: PRESTAMOS     *
      *LIQUIDADOS, RETENCIONES JUDICIALES EN CERO,            *
      *INSCRIPCIONES TERMINADAS, SOLICITUDES DE VACACIONES    *
      *DECIDIDAS, CHEQUES PAGADOS O CANCELADOS Y ENTEROS YA   *
      *HECHOS. SOLO SE ADMITEN LOS SEIS ARCHIVOS QUE PURGA    *
      *DYN-SATARC. MISMO ESTILO QUE DYN-GLRMNT.               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-RETMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RTPFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY RTPFD.

       WORKING-STORAGE SECTION.
           COPY RTPSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-MESES-CAP                 PIC X(03).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     RETENCION DE REGISTROS CERRADOS POR ARCHIVO'.
           DISPLAY SEP.
           MOVE WS-RETPARM-PATH-DFLT TO WS-RETPARM-PATH.
           DISPLAY 'RETPARM_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RETPARM-PATH FROM ENVIRONMENT-VALUE.
           IF WS-RETPARM-PATH = SPACES
               MOVE WS-RETPARM-PATH-DFLT TO WS-RETPARM-PATH
           END-IF.
           OPEN I-O RET-PARM.
           IF WS-RTP-STATUS = '35'
               OPEN OUTPUT RET-PARM
               CLOSE RET-PARM
               OPEN I-O RET-PARM
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE RET-PARM.
           DISPLAY 'RETENCIONES GUARDADAS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (A=ALTA/CAMBIO B=BAJA L=LISTA F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 200-ALTA THRU 200-SALIDA
               WHEN 'B' PERFORM 300-BAJA
               WHEN 'L' PERFORM 400-LISTA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-ARCHIVO.
           DISPLAY 'ARCHIVO (LOAN GARN ENRL LVRQ CHKR REMC):'.
           ACCEPT RP-ARCHIVO.

       200-ALTA.
           PERFORM 110-PIDE-ARCHIVO.
           IF RP-ARCHIVO NOT = 'LOAN' AND NOT = 'GARN'
               AND NOT = 'ENRL' AND NOT = 'LVRQ'
               AND NOT = 'CHKR' AND NOT = 'REMC'
               DISPLAY 'ARCHIVO INVALIDO'
               GO TO 200-SALIDA
           END-IF.
           READ RET-PARM KEY IS RP-ARCHIVO
               INVALID KEY
                   MOVE WS-RTP-MESES-DFLT TO RP-MESES
                   MOVE SPACES TO RP-DESC
                   MOVE SPACES TO RP-F-ULT
                   MOVE 0 TO RP-ULT-REGS
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' RP-MESES ' MESES ' RP-DESC
           END-READ.
           DISPLAY 'MESES QUE SE CONSERVA LO CERRADO (001-999):'.
           ACCEPT WS-MESES-CAP.
           IF WS-MESES-CAP NOT NUMERIC OR WS-MESES-CAP = '000'
               DISPLAY 'MESES INVALIDOS (TRES DIGITOS, EJ. 024)'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-MESES-CAP TO RP-MESES.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT RP-DESC.
           WRITE RTP-REC
               INVALID KEY
                   REWRITE RTP-REC
                   DISPLAY 'RETENCION ACTUALIZADA'
               NOT INVALID KEY
                   DISPLAY 'RETENCION GRABADA'
           END-WRITE.

       200-SALIDA.
           EXIT.

       300-BAJA.
           PERFORM 110-PIDE-ARCHIVO.
           DELETE RET-PARM RECORD
               INVALID KEY DISPLAY 'ARCHIVO NO REGISTRADO'
               NOT INVALID KEY
                   DISPLAY 'RETENCION BORRADA (QUEDA EN '
                       WS-RTP-MESES-DFLT ' MESES)'
           END-DELETE.

       400-LISTA.
           MOVE LOW-VALUES TO RP-ARCHIVO.
           MOVE 0 TO WS-LEE-FLAG.
           START RET-PARM KEY IS NOT LESS THAN RP-ARCHIVO
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'ARCH MESES DESCRIPCION                    '
               'ULT.CORR ARCHIVADOS'.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY 'ARCHIVOS SIN REGISTRO: ' WS-RTP-MESES-DFLT
               ' MESES'.
           DISPLAY SEP.

           410-LISTA.
               READ RET-PARM NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       DISPLAY RP-ARCHIVO ' ' RP-MESES '   ' RP-DESC
                           ' ' RP-F-ULT ' ' RP-ULT-REGS
               END-READ.
