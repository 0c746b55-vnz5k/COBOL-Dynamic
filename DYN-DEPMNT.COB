      *********************************************************
      *PROGRAMA - MANTENIMIENTO DEL MAESTRO DE DEPARTAMENTOS   *
      *CREA / AGREGA REGISTROS A DEP-MAST (CLV-DEP, NOM-DEP).  *
      *LIGA CADA DEPARTAMENTO A SU DIVISION DE DIV-MAST        *
      *(DYN-DIVMNT); UN DEPARTAMENTO QUE YA EXISTE SE PUEDE    *
      *ACTUALIZAR (NOMBRE, RANGO DE SUELDO Y DIVISION).        *
      *********************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPFILE.
           COPY DIVFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY DEPFD.
           COPY DIVFD.

       WORKING-STORAGE SECTION.
           COPY DEPSTAT.
           COPY DIVSTAT.
       01 WS-RES                       PIC X VALUE 'S'.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-CON-DIV                   PIC X VALUE 'N'.
       01 WS-DIV-OK                    PIC X.

       01 SEP.
           05 FILLER                   PIC X(80) VALUE ALL '-'.
           OPEN I-O DEP-MAST.
           IF WS-DEPMAST-STATUS = '35'
               OPEN OUTPUT DEP-MAST.
           MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH.
           DISPLAY 'DIVMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIVMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DIVMAST-PATH = SPACES
               MOVE WS-DIVMAST-PATH-DFLT TO WS-DIVMAST-PATH.
           OPEN INPUT DIV-MAST.
           IF WS-DIV-STATUS = '00'
               MOVE 'S' TO WS-CON-DIV.

       200-CERRAR.
           DISPLAY SEP.
           CLOSE DEP-MAST.
           IF WS-CON-DIV = 'S'
               CLOSE DIV-MAST.
           DISPLAY 'MAESTRO DE DEPARTAMENTOS GUARDADO'.
           DISPLAY SEP.

       100-PROCESO.
           DISPLAY SEP.
           DISPLAY 'CLV-DEP (NUMERICO):'.            ACCEPT DM-CLV-DEP.
           READ DEP-MAST KEY IS DM-CLV-DEP
               INVALID KEY
                   PERFORM 300-CAPTURA
                   WRITE DEP-REC
                   DISPLAY 'DEPARTAMENTO GRABADO'
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' DM-NOM-DEP ' RANGO ' DM-SUE-MIN
                       '-' DM-SUE-MAX ' DIVISION ' DM-DIV-CLV
                   DISPLAY 'ACTUALIZARLO? S/N'
                   ACCEPT WS-RES
                   IF WS-RES = 'S'
                       PERFORM 300-CAPTURA
                       REWRITE DEP-REC
                       DISPLAY 'DEPARTAMENTO ACTUALIZADO'
                   END-IF
           END-READ.
           DISPLAY 'AGREGAR OTRO DEPARTAMENTO? S/N'.
           ACCEPT WS-RES.
           IF WS-RES NOT = 'S'
               MOVE 1 TO WS-FLAG.

       300-CAPTURA.
           DISPLAY 'NOM-DEP:'.                        ACCEPT DM-NOM-DEP.
           DISPLAY 'SUELDO MINIMO APROBADO (0 = SIN PISO):'.
           ACCEPT DM-SUE-MIN.
           DISPLAY 'SUELDO MAXIMO APROBADO (0 = SIN TOPE):'.
           ACCEPT DM-SUE-MAX.
           PERFORM 310-DIVISION.

      *SIN CATALOGO DE DIVISIONES SE ACEPTA LA CLAVE TAL CUAL.
           310-DIVISION.
               DISPLAY 'DIVISION (0 = SIN DIVISION):'
               ACCEPT DM-DIV-CLV
               MOVE 'S' TO WS-DIV-OK
               IF DM-DIV-CLV NOT = 0 AND WS-CON-DIV = 'S'
                   MOVE DM-DIV-CLV TO DV-CLV
                   READ DIV-MAST KEY IS DV-CLV
                       INVALID KEY
                           DISPLAY 'ESA DIVISION NO EXISTE EN DIV-MAST'
                           MOVE 'N' TO WS-DIV-OK
                       NOT INVALID KEY
                           DISPLAY '  ' DV-NOM
                   END-READ
               END-IF
               IF WS-DIV-OK = 'N'
                   PERFORM 310-DIVISION
               END-IF.
