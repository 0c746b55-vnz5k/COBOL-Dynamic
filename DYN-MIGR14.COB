      *********************************************************
      *PROGRAMA - MIGRACION DEL CATALOGO DE COMPANIAS. CIA-REC*
      *CRECIO CON EL REGISTRO PATRONAL IMSS DE LA COMPANIA    *
      *(CM-REG-PAT), QUE LLEVAN LOS AVISOS DE BAJA Y ALTA DE  *
      *UN TRASPASO ENTRE COMPANIAS. ESTE PROGRAMA LEE EL      *
      *CATALOGO VIEJO (RENOMBRADO POR EL OPERADOR A CIAMAST14)*
      *Y ESCRIBE EL NUEVO EN LA RUTA NORMAL CON EL REGISTRO   *
      *EN BLANCO; SE CAPTURA DESPUES EN DYN-CIAMNT. MISMO     *
      *MOLDE QUE DYN-MIGR12.                                  *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIA-VIEJO ASSIGN TO WS-CIAV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CMV-CLV
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CIAV-STATUS.
           COPY CIAFILE.

       DATA DIVISION.
       FILE SECTION.
       FD CIA-VIEJO.
       01 CIA-REG-VIEJO.
           05 CMV-CLV                  PIC X(02).
           05 CMV-DATOS                PIC X(43).

           COPY CIAFD.

       WORKING-STORAGE SECTION.
           COPY CIASTAT.
       01 WS-CIAV-STATUS               PIC X(02).
       01 WS-CIAV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CIAMAST14.TXT'.
       01 WS-CIAV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-MIGRADOS                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '    MIGRACION DEL CATALOGO DE COMPANIAS'.
           DISPLAY SEP.
           PERFORM 100-MIGRA THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'COMPANIAS MIGRADAS: ' WS-MIGRADOS.
           DISPLAY 'CAPTURE EL REGISTRO PATRONAL EN DYN-CIAMNT.'.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA.
           MOVE WS-CIAV-PATH-DFLT TO WS-CIAV-PATH.
           DISPLAY 'CIAMAST14_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIAV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIAV-PATH = SPACES
               MOVE WS-CIAV-PATH-DFLT TO WS-CIAV-PATH
           END-IF.
           OPEN INPUT CIA-VIEJO.
           IF WS-CIAV-STATUS NOT = '00'
               DISPLAY 'SIN CIA-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'CIAMAST14). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-CIAMAST-PATH-DFLT TO WS-CIAMAST-PATH.
           DISPLAY 'CIAMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CIAMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-CIAMAST-PATH = SPACES
               MOVE WS-CIAMAST-PATH-DFLT TO WS-CIAMAST-PATH
           END-IF.
           OPEN OUTPUT CIA-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA UNTIL WS-FLAG = 1.
           CLOSE CIA-MAST.
           CLOSE CIA-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA.
               READ CIA-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE CIA-REG-VIEJO TO CIA-REC (1:45)
                       MOVE SPACES TO CM-REG-PAT
                       WRITE CIA-REC
                       ADD 1 TO WS-MIGRADOS
               END-READ.
