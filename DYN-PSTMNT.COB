      *********************************************************
      *PROGRAMA - CATALOGO DE PUESTOS (PST-MAST). ALTA Y      *
      *CONSULTA DE LOS PUESTOS: CLAVE, TITULO Y EL TABULADOR  *
      *ID-TAB-S DE RATE-MAST QUE LES CORRESPONDE (EN BLANCO   *
      *= SIN TABULADOR FIJO). LAS PLAZAS AUTORIZADAS POR      *
      *DEPARTAMENTO (DYN-PLZMNT) APUNTAN A ESTE CATALOGO Y LA *
      *ALTA DE UN ASALARIADO EN UNA PLAZA EXIGE EL TABULADOR  *
      *DEL PUESTO. MISMO ESTILO QUE DYN-LOCMNT.               *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-PSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PSTFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY PSTFD.

       WORKING-STORAGE SECTION.
           COPY PSTSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CATALOGO DE PUESTOS'.
           DISPLAY SEP.
           MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH.
           DISPLAY 'PSTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PSTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PSTMAST-PATH = SPACES
               MOVE WS-PSTMAST-PATH-DFLT TO WS-PSTMAST-PATH
           END-IF.
           OPEN I-O PST-MAST.
           IF WS-PST-STATUS = '35'
               OPEN OUTPUT PST-MAST
               CLOSE PST-MAST
               OPEN I-O PST-MAST
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE PST-MAST.
           DISPLAY 'CATALOGO DE PUESTOS GUARDADO'.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'CLAVE DEL PUESTO (4 POSICIONES):'.
           ACCEPT PT-CLV.
           IF PT-CLV = SPACES
               MOVE 1 TO WS-FLAG
           ELSE
               READ PST-MAST KEY IS PT-CLV
                   INVALID KEY
                       PERFORM 200-CAPTURA
                       WRITE PST-REC
                       DISPLAY 'PUESTO GRABADO'
                   NOT INVALID KEY
                       DISPLAY 'ACTUAL: ' PT-TITULO '  TABULADOR: '
                           PT-ID-TAB-S
                       PERFORM 200-CAPTURA
                       REWRITE PST-REC
                       DISPLAY 'PUESTO ACTUALIZADO'
               END-READ
               DISPLAY 'OTRO PUESTO? S/N'
               ACCEPT WS-RES
               IF WS-RES NOT = 'S'
                   MOVE 1 TO WS-FLAG
               END-IF
           END-IF.

       200-CAPTURA.
           PERFORM 210-TITULO.
           DISPLAY 'TABULADOR ID-TAB-S DEL PUESTO '
               '(SPACES = SIN TABULADOR FIJO):'.
           ACCEPT PT-ID-TAB-S.

           210-TITULO.
               DISPLAY 'TITULO DEL PUESTO:'
               ACCEPT PT-TITULO
               IF PT-TITULO = SPACES
                   DISPLAY 'EL TITULO ES OBLIGATORIO'
                   PERFORM 210-TITULO
               END-IF.
