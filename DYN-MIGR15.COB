      *********************************************************
      *PROGRAMA - MIGRACION DEL CATALOGO DE PLANES. BEN-REC   *
      *CRECIO CON LA PRIMA QUE LA EMPRESA PAGA POR CADA       *
      *INSCRITO (BP-CIA-MONTO), QUE SUMA EL ESTADO DE         *
      *COMPENSACION TOTAL. ESTE PROGRAMA LEE EL CATALOGO      *
      *VIEJO (RENOMBRADO POR EL OPERADOR A BENMAST15) Y       *
      *ESCRIBE EL NUEVO EN LA RUTA NORMAL CON LA PRIMA EN     *
      *CERO; SE CAPTURA DESPUES EN DYN-BENMNT. MISMO MOLDE    *
      *QUE DYN-MIGR14.                                        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEN-VIEJO ASSIGN TO WS-BENV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS BPV-CLV
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BENV-STATUS.
           COPY BENFILE.

       DATA DIVISION.
       FILE SECTION.
       FD BEN-VIEJO.
       01 BEN-REG-VIEJO.
           05 BPV-CLV                  PIC X(03).
           05 BPV-DATOS                PIC X(30).

           COPY BENFD.

       WORKING-STORAGE SECTION.
           COPY BENSTAT.
       01 WS-BENV-STATUS               PIC X(02).
       01 WS-BENV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BENMAST15.TXT'.
       01 WS-BENV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-MIGRADOS                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '    MIGRACION DEL CATALOGO DE PLANES'.
           DISPLAY SEP.
           PERFORM 100-MIGRA THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'PLANES MIGRADOS: ' WS-MIGRADOS.
           DISPLAY 'CAPTURE LA PRIMA DE LA EMPRESA EN DYN-BENMNT.'.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA.
           MOVE WS-BENV-PATH-DFLT TO WS-BENV-PATH.
           DISPLAY 'BENMAST15_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BENV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BENV-PATH = SPACES
               MOVE WS-BENV-PATH-DFLT TO WS-BENV-PATH
           END-IF.
           OPEN INPUT BEN-VIEJO.
           IF WS-BENV-STATUS NOT = '00'
               DISPLAY 'SIN BEN-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'BENMAST15). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH.
           DISPLAY 'BENMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BENMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BENMAST-PATH = SPACES
               MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
           END-IF.
           OPEN OUTPUT BEN-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA UNTIL WS-FLAG = 1.
           CLOSE BEN-MAST.
           CLOSE BEN-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA.
               READ BEN-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE BEN-REG-VIEJO TO BEN-REC (1:33)
                       MOVE 0 TO BP-CIA-MONTO
                       WRITE BEN-REC
                       ADD 1 TO WS-MIGRADOS
               END-READ.
