      *********************************************************
      *PROGRAMA - CATALOGO DE DIVISIONES (DIV-MAST). ALTA Y   *
      *CAMBIO DE NOMBRE DE LAS DIVISIONES, EL NIVEL ARRIBA    *
      *DEL DEPARTAMENTO. CADA DEPARTAMENTO SE LIGA A SU       *
      *DIVISION EN DYN-DEPMNT Y LOS REPORTES DEPARTAMENTALES  *
      *(DYN-DEPTSUM, DYN-VARIAN, DYN-DASH, DYN-GLVOUCH)       *
      *SUBTOTALIZAN POR ELLA. LA DIVISION 00 QUEDA RESERVADA  *
      *PARA LOS DEPARTAMENTOS SIN DIVISION. MISMO ESTILO QUE  *
      *DYN-PSTMNT.                                            *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-DIVMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DIVFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY DIVFD.

       WORKING-STORAGE SECTION.
           COPY DIVSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CATALOGO DE DIVISIONES'.
           DISPLAY SEP.
           MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH.
           DISPLAY 'DIVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DIVMAST-PATH = SPACES
               MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH
           END-IF.
           OPEN I-O DIV-MAST.
           IF WS-DIV-STATUS = '35'
               OPEN OUTPUT DIV-MAST
               CLOSE DIV-MAST
               OPEN I-O DIV-MAST
           END-IF.
           PERFORM 100-PROCESO UNTIL WS-FLAG = 1.
           CLOSE DIV-MAST.
           DISPLAY 'CATALOGO DE DIVISIONES GUARDADO'.
           STOP RUN.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'CLAVE DE LA DIVISION (01-99, 0 = FIN):'.
           ACCEPT DV-CLV.
           IF DV-CLV = 0
               MOVE 1 TO WS-FLAG
           ELSE
               READ DIV-MAST KEY IS DV-CLV
                   INVALID KEY
                       PERFORM 200-NOMBRE
                       WRITE DIV-REC
                       DISPLAY 'DIVISION GRABADA'
                   NOT INVALID KEY
                       DISPLAY 'ACTUAL: ' DV-NOM
                       PERFORM 200-NOMBRE
                       REWRITE DIV-REC
                       DISPLAY 'DIVISION ACTUALIZADA'
               END-READ
               DISPLAY 'OTRA DIVISION? S/N'
               ACCEPT WS-RES
               IF WS-RES NOT = 'S'
                   MOVE 1 TO WS-FLAG
               END-IF
           END-IF.

       200-NOMBRE.
           DISPLAY 'NOMBRE DE LA DIVISION:'.
           ACCEPT DV-NOM.
           IF DV-NOM = SPACES
               DISPLAY 'EL NOMBRE ES OBLIGATORIO'
               PERFORM 200-NOMBRE
           END-IF.
