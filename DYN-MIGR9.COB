      *********************************************************
      *PROGRAMA - MIGRACION DE LA COLA DE RECHAZOS HIRE-REJ.  *
      *EL RECHAZO CRECIO CON LA PLAZA AUTORIZADA (HR-PLAZA)   *
      *QUE TRAE AHORA EL FEED DE ALTAS. ESTE PROGRAMA LEE LA  *
      *COLA VIEJA (RENOMBRADA POR EL OPERADOR A HIREREJV) Y   *
      *ESCRIBE LA NUEVA EN LA RUTA NORMAL CON LA PLAZA EN     *
      *CERO; LA PLAZA SE CAPTURA AL CORREGIR EL RENGLON EN    *
      *DYN-REJFIX. MISMO MOLDE QUE DYN-MIGR6.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR9.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRJ-VIEJO ASSIGN TO WS-HRJV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS HRV-SEQ
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-HRJV-STATUS.
           COPY HRJFILE.

       DATA DIVISION.
       FILE SECTION.
       FD HRJ-VIEJO.
       01 HRJV-REC.
           05 HRV-SEQ                  PIC 9(06).
           05 HRV-RAZON                PIC X(02).
           05 HRV-EST                  PIC X.
           05 HRV-NOM-EMPL             PIC X(30).
           05 HRV-CLV-DEP              PIC 9.
           05 HRV-ID-TAB-S             PIC A.
           05 HRV-F-ING                PIC X(08).

           COPY HRJFD.

       WORKING-STORAGE SECTION.
           COPY HRJSTAT.
       01 WS-HRJV-STATUS               PIC X(02).
       01 WS-HRJV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\HIREREJV.TXT'.
       01 WS-HRJV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-MIGRADOS                  PIC 9(06) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION DE LA COLA DE RECHAZOS DE ALTAS'.
           DISPLAY SEP.
           PERFORM 100-MIGRA THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'RECHAZOS MIGRADOS: ' WS-MIGRADOS.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA.
           MOVE WS-HRJV-PATH-DFLT TO WS-HRJV-PATH.
           DISPLAY 'HIREREJV_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HRJV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HRJV-PATH = SPACES
               MOVE WS-HRJV-PATH-DFLT TO WS-HRJV-PATH
           END-IF.
           OPEN INPUT HRJ-VIEJO.
           IF WS-HRJV-STATUS NOT = '00'
               DISPLAY 'SIN COLA DE RECHAZOS VIEJA (RENOMBRE LA '
                   'ACTUAL A HIREREJV). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-HIREREJ-PATH-DFLT TO WS-HIREREJ-PATH.
           DISPLAY 'HIREREJ_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-HIREREJ-PATH FROM ENVIRONMENT-VALUE.
           IF WS-HIREREJ-PATH = SPACES
               MOVE WS-HIREREJ-PATH-DFLT TO WS-HIREREJ-PATH
           END-IF.
           OPEN OUTPUT HIRE-REJ.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA UNTIL WS-FLAG = 1.
           CLOSE HIRE-REJ.
           CLOSE HRJ-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA.
               READ HRJ-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE HRV-SEQ TO HR-SEQ
                       MOVE HRV-RAZON TO HR-RAZON
                       MOVE HRV-EST TO HR-EST
                       MOVE HRV-NOM-EMPL TO HR-NOM-EMPL
                       MOVE HRV-CLV-DEP TO HR-CLV-DEP
                       MOVE HRV-ID-TAB-S TO HR-ID-TAB-S
                       MOVE HRV-F-ING TO HR-F-ING
                       MOVE 0 TO HR-PLAZA
                       WRITE HIREREJ-REC
                       ADD 1 TO WS-MIGRADOS
               END-READ.
