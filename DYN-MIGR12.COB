      *********************************************************
      *PROGRAMA - MIGRACION DEL MAESTRO DE OPERADORES. CADA   *
      *CUENTA DE OPER-MAST QUEDA LIGADA AL EMPLEADO QUE LA    *
      *USA (OP-ID-EMPL) PARA REVOCARLA CUANDO ESE EMPLEADO SE *
      *DA DE BAJA. ESTE PROGRAMA LEE EL MAESTRO VIEJO         *
      *(RENOMBRADO POR EL OPERADOR A OPER12) Y ESCRIBE EL     *
      *NUEVO EN LA RUTA NORMAL CON EL EMPLEADO EN CERO; LA    *
      *LIGA SE CAPTURA CON LA ACCION E DE DYN-OPRMNT Y        *
      *DYN-OPRSWP LISTA LAS CUENTAS QUE SIGUEN SIN LIGAR.     *
      *MISMO MOLDE QUE DYN-MIGR9.                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-VIEJO ASSIGN TO WS-OPERV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPV-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPERV-STATUS.
           COPY OPERFILE.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-VIEJO.
       01 OPER-REG-VIEJO.
           05 OPV-ID                   PIC X(06).
           05 OPV-DATOS                PIC X(81).

           COPY OPERFD.

       WORKING-STORAGE SECTION.
           COPY OPERSTAT.
       01 WS-OPERV-STATUS              PIC X(02).
       01 WS-OPERV-PATH-DFLT           PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\OPER12.TXT'.
       01 WS-OPERV-PATH                PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-MIGRADOS                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '    MIGRACION DEL MAESTRO DE OPERADORES'.
           DISPLAY SEP.
           PERFORM 100-MIGRA THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'OPERADORES MIGRADOS: ' WS-MIGRADOS.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA.
           MOVE WS-OPERV-PATH-DFLT TO WS-OPERV-PATH.
           DISPLAY 'OPER12_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPERV-PATH = SPACES
               MOVE WS-OPERV-PATH-DFLT TO WS-OPERV-PATH
           END-IF.
           OPEN INPUT OPER-VIEJO.
           IF WS-OPERV-STATUS NOT = '00'
               DISPLAY 'SIN OPER-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'OPER12). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH.
           DISPLAY 'OPERMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-OPERMAST-PATH = SPACES
               MOVE WS-OPERMAST-PATH-DFLT TO WS-OPERMAST-PATH
           END-IF.
           OPEN OUTPUT OPER-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA UNTIL WS-FLAG = 1.
           CLOSE OPER-MAST.
           CLOSE OPER-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA.
               READ OPER-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE OPER-REG-VIEJO TO OPER-REC (1:87)
                       MOVE 0 TO OP-ID-EMPL
                       WRITE OPER-REC
                       ADD 1 TO WS-MIGRADOS
               END-READ.
