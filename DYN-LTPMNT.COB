      *********************************************************
      *PROGRAMA - PLANTILLAS DE CONSTANCIAS LABORALES         *
      *(LTP-MAST). ALTA DEL TITULO DE CADA PLANTILLA, CAPTURA *
      *Y BAJA DE SUS RENGLONES DE TEXTO (CON LOS CAMPOS       *
      *&NOMBRE&, &SUELDO&, ETC. QUE LLENA DYN-LTRGEN Y LA     *
      *MARCA DE RENGLON QUE SOLO SALE CON SUELDO), CONSULTA DE*
      *LA PLANTILLA Y EL FIRMANTE DE RECURSOS HUMANOS QUE     *
      *FIRMA TODAS LAS CONSTANCIAS. MISMO ESTILO QUE          *
      *DYN-LOCMNT.                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-LTPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LTPFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY LTPFD.

       WORKING-STORAGE SECTION.
           COPY LTPSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-CLV                       PIC X(03).
       01 WS-RENG                      PIC 9(02).

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     PLANTILLAS DE CONSTANCIAS LABORALES'.
           DISPLAY SEP.
           MOVE WS-LTPMAST-PATH-DFLT TO WS-LTPMAST-PATH.
           DISPLAY 'LTPMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LTPMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LTPMAST-PATH = SPACES
               MOVE WS-LTPMAST-PATH-DFLT TO WS-LTPMAST-PATH
           END-IF.
           OPEN I-O LTP-MAST.
           IF WS-LTP-STATUS = '35'
               OPEN OUTPUT LTP-MAST
               CLOSE LTP-MAST
               OPEN I-O LTP-MAST
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE LTP-MAST.
           DISPLAY 'PLANTILLAS GUARDADAS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (T=TITULO R=RENGLON B=BORRA RENGLON '
               'V=VER P=FIRMANTE F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'T' PERFORM 200-TITULO THRU 200-SALIDA
               WHEN 'R' PERFORM 300-RENGLON THRU 300-SALIDA
               WHEN 'B' PERFORM 400-BORRA THRU 400-SALIDA
               WHEN 'V' PERFORM 500-VER THRU 500-SALIDA
               WHEN 'P' PERFORM 600-FIRMANTE
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-CLAVE.
           DISPLAY 'CLAVE DE PLANTILLA (3 POSICIONES):'.
           MOVE SPACES TO WS-CLV.
           ACCEPT WS-CLV.

      *EL RENGLON 00 ES EL TITULO Y DA DE ALTA LA PLANTILLA.
       200-TITULO.
           PERFORM 110-PIDE-CLAVE.
           IF WS-CLV = SPACES OR WS-CLV = 'FIR'
               DISPLAY 'CLAVE INVALIDA (FIR ES DEL FIRMANTE)'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-CLV TO LP-CLV.
           MOVE 0 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY MOVE SPACES TO LP-TEXTO
               NOT INVALID KEY
                   DISPLAY 'TITULO ACTUAL: ' LP-TEXTO
           END-READ.
           DISPLAY 'TITULO DE LA PLANTILLA:'.
           ACCEPT LP-TEXTO.
           MOVE SPACE TO LP-SUELDO.
           WRITE LTP-REC
               INVALID KEY
                   REWRITE LTP-REC
                   DISPLAY 'TITULO ACTUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'PLANTILLA DADA DE ALTA'
           END-WRITE.

       200-SALIDA.
           EXIT.

      *UN RENGLON SOLO SE CAPTURA EN UNA PLANTILLA YA DADA DE ALTA.
       300-RENGLON.
           PERFORM 110-PIDE-CLAVE.
           MOVE WS-CLV TO LP-CLV.
           MOVE 0 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY
                   DISPLAY 'PLANTILLA NO EXISTE; DE ALTA SU TITULO (T)'
                   GO TO 300-SALIDA
           END-READ.
           DISPLAY 'NUMERO DE RENGLON (01-40):'.
           ACCEPT WS-RENG.
           IF WS-RENG < 1 OR WS-RENG > 40
               DISPLAY 'RENGLON FUERA DE RANGO'
               GO TO 300-SALIDA
           END-IF.
           MOVE WS-CLV TO LP-CLV.
           MOVE WS-RENG TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY
                   MOVE SPACE TO LP-SUELDO
                   MOVE SPACES TO LP-TEXTO
               NOT INVALID KEY
                   DISPLAY 'ACTUAL (' LP-SUELDO '): ' LP-TEXTO
           END-READ.
           DISPLAY 'TEXTO DEL RENGLON (70 POS, CAMPOS ENTRE &):'.
           ACCEPT LP-TEXTO.
           DISPLAY 'SOLO EN LA CONSTANCIA CON SUELDO? S/N'.
           ACCEPT LP-SUELDO.
           IF LP-SUELDO NOT = 'S'
               MOVE 'N' TO LP-SUELDO
           END-IF.
           WRITE LTP-REC
               INVALID KEY
                   REWRITE LTP-REC
                   DISPLAY 'RENGLON ACTUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'RENGLON GRABADO'
           END-WRITE.

       300-SALIDA.
           EXIT.

       400-BORRA.
           PERFORM 110-PIDE-CLAVE.
           DISPLAY 'NUMERO DE RENGLON A BORRAR (01-40):'.
           ACCEPT WS-RENG.
           IF WS-RENG < 1 OR WS-RENG > 40
               DISPLAY 'RENGLON FUERA DE RANGO'
               GO TO 400-SALIDA
           END-IF.
           MOVE WS-CLV TO LP-CLV.
           MOVE WS-RENG TO LP-RENG.
           DELETE LTP-MAST RECORD
               INVALID KEY DISPLAY 'RENGLON NO EXISTE'
               NOT INVALID KEY DISPLAY 'RENGLON BORRADO'
           END-DELETE.

       400-SALIDA.
           EXIT.

       500-VER.
           PERFORM 110-PIDE-CLAVE.
           MOVE WS-CLV TO LP-CLV.
           MOVE 0 TO LP-RENG.
           MOVE 0 TO WS-LEE-FLAG.
           START LTP-MAST KEY IS NOT LESS THAN LP-KEY
               INVALID KEY
                   DISPLAY 'PLANTILLA NO EXISTE'
                   GO TO 500-SALIDA
           END-START.
           DISPLAY SEP.
           PERFORM 510-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

       500-SALIDA.
           EXIT.

           510-LISTA.
               READ LTP-MAST NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF LP-CLV NOT = WS-CLV
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           DISPLAY LP-RENG ' ' LP-SUELDO ' ' LP-TEXTO
                       END-IF
               END-READ.

      *EL FIRMANTE VA EN LA CLAVE RESERVADA 'FIR': RENGLON 01 EL
      *NOMBRE Y 02 EL CARGO.
       600-FIRMANTE.
           MOVE 'FIR' TO LP-CLV.
           MOVE 1 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY MOVE SPACES TO LP-TEXTO
               NOT INVALID KEY DISPLAY 'FIRMANTE ACTUAL: ' LP-TEXTO
           END-READ.
           DISPLAY 'NOMBRE DEL FIRMANTE DE RECURSOS HUMANOS:'.
           ACCEPT LP-TEXTO.
           MOVE SPACE TO LP-SUELDO.
           WRITE LTP-REC
               INVALID KEY REWRITE LTP-REC
           END-WRITE.
           MOVE 'FIR' TO LP-CLV.
           MOVE 2 TO LP-RENG.
           READ LTP-MAST KEY IS LP-KEY
               INVALID KEY MOVE SPACES TO LP-TEXTO
               NOT INVALID KEY DISPLAY 'CARGO ACTUAL: ' LP-TEXTO
           END-READ.
           DISPLAY 'CARGO DEL FIRMANTE:'.
           ACCEPT LP-TEXTO.
           MOVE SPACE TO LP-SUELDO.
           WRITE LTP-REC
               INVALID KEY REWRITE LTP-REC
           END-WRITE.
           DISPLAY 'FIRMANTE GRABADO'.
