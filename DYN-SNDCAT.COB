      *********************************************************
      *PROGRAMA - CATALOGO DE SINDICATOS (SND-CAT). CADA      *
      *SINDICATO TRAE SU RFC PARA EL ENTERO Y SU REGLA DE     *
      *CUOTA SINDICAL: PORCENTAJE DEL SUELDO BASE DEL PERIODO *
      *(P) O MONTO FIJO MENSUAL (M). LAS AFILIACIONES SE      *
      *CAPTURAN EN DYN-SNDMEM. MISMO ESTILO QUE DYN-RETMNT.   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-SNDCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SNDFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY SNDFD.

       WORKING-STORAGE SECTION.
           COPY SNDSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CATALOGO DE SINDICATOS'.
           DISPLAY SEP.
           MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH.
           DISPLAY 'SNDCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SNDCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SNDCAT-PATH = SPACES
               MOVE WS-SNDCAT-PATH-DFLT TO WS-SNDCAT-PATH
           END-IF.
           OPEN I-O SND-CAT.
           IF WS-SNDC-STATUS = '35'
               OPEN OUTPUT SND-CAT
               CLOSE SND-CAT
               OPEN I-O SND-CAT
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE SND-CAT.
           DISPLAY 'CATALOGO DE SINDICATOS GUARDADO'.
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

       200-ALTA.
           DISPLAY 'CLAVE DEL SINDICATO (4 POSICIONES):'.
           ACCEPT SN-CLV.
           IF SN-CLV = SPACES
               DISPLAY 'CLAVE INVALIDA'
               GO TO 200-SALIDA
           END-IF.
           READ SND-CAT KEY IS SN-CLV
               INVALID KEY
                   MOVE SPACES TO SN-NOMBRE
                   MOVE SPACES TO SN-RFC
                   MOVE 'P' TO SN-TIPO
                   MOVE 0 TO SN-PCT
                   MOVE 0 TO SN-MONTO
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' SN-NOMBRE ' ' SN-RFC
                       ' REGLA ' SN-TIPO ' PCT ' SN-PCT
                       ' MONTO ' SN-MONTO
           END-READ.
           DISPLAY 'NOMBRE DEL SINDICATO:'.
           ACCEPT SN-NOMBRE.
           DISPLAY 'RFC DEL SINDICATO:'.
           ACCEPT SN-RFC.
           DISPLAY 'REGLA DE CUOTA (P=PORCENTAJE M=MONTO FIJO '
               'MENSUAL):'.
           ACCEPT SN-TIPO.
           EVALUATE SN-TIPO
               WHEN 'P'
                   DISPLAY 'PORCENTAJE DEL SUELDO BASE (0.0100 = 1%):'
                   ACCEPT SN-PCT
                   MOVE 0 TO SN-MONTO
                   IF SN-PCT = 0
                       DISPLAY 'PORCENTAJE INVALIDO'
                       GO TO 200-SALIDA
                   END-IF
               WHEN 'M'
                   DISPLAY 'MONTO FIJO MENSUAL POR AFILIADO:'
                   ACCEPT SN-MONTO
                   MOVE 0 TO SN-PCT
                   IF SN-MONTO = 0
                       DISPLAY 'MONTO INVALIDO'
                       GO TO 200-SALIDA
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGLA INVALIDA (P/M)'
                   GO TO 200-SALIDA
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SN-F-MOD.
           WRITE SNDCAT-REC
               INVALID KEY
                   REWRITE SNDCAT-REC
                   DISPLAY 'SINDICATO ACTUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'SINDICATO GRABADO'
           END-WRITE.

       200-SALIDA.
           EXIT.

       300-BAJA.
           DISPLAY 'CLAVE DEL SINDICATO:'.
           ACCEPT SN-CLV.
           DELETE SND-CAT RECORD
               INVALID KEY DISPLAY 'CLAVE NO REGISTRADA'
               NOT INVALID KEY
                   DISPLAY 'SINDICATO BORRADO (SUS AFILIADOS YA NO '
                       'DESCUENTAN CUOTA)'
           END-DELETE.

       400-LISTA.
           MOVE LOW-VALUES TO SN-CLV.
           MOVE 0 TO WS-LEE-FLAG.
           START SND-CAT KEY IS NOT LESS THAN SN-CLV
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'CLV  NOMBRE                         RFC          '
               '  R    PCT    MONTO'.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

           410-LISTA.
               READ SND-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       DISPLAY SN-CLV ' ' SN-NOMBRE ' ' SN-RFC ' '
                           SN-TIPO ' ' SN-PCT ' ' SN-MONTO
               END-READ.
