      *********************************************************
      *PROGRAMA - MIGRACION DE LA TABLA DE CUOTAS IMSS A LA   *
      *VERSION CON PRIMA DE RIESGO DE TRABAJO. IMS-REC CRECIO *
      *CON LA PRIMA, SU FECHA DE VIGENCIA Y LA PRIMA ANTERIOR;*
      *ESTE PROGRAMA CONVIERTE EL ARCHIVO DEL FORMATO         *
      *ANTERIOR: LEE LA TABLA VIEJA (RENOMBRADA POR EL        *
      *OPERADOR A IMSMV1) Y ESCRIBE LA NUEVA EN LA RUTA       *
      *NORMAL CON PRIMA EN CERO, ASI LA CUOTA PATRONAL SIGUE  *
      *IGUAL HASTA QUE SE CAPTURE LA PRIMA EN DYN-IMSMNT O LA *
      *CARGUE DYN-PRIMRT. MISMO MOLDE QUE DYN-MIGR5.          *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMS-VIEJO ASSIGN TO WS-IMSV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS IMV-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-IMSV-STATUS.
           COPY IMSFILE.

       DATA DIVISION.
       FILE SECTION.
       FD IMS-VIEJO.
       01 IMSV-REC.
           05 IMV-CLV                  PIC X(02).
           05 IMV-DESC                 PIC X(20).
           05 IMV-PCT-OBR              PIC 9V9999.
           05 IMV-PCT-PAT              PIC 9V9999.

           COPY IMSFD.

       WORKING-STORAGE SECTION.
           COPY IMSSTAT.
       01 WS-IMSV-STATUS               PIC X(02).
       01 WS-IMSV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\IMSMV1.TXT'.
       01 WS-IMSV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-IMS-MIGRADOS              PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION DE CUOTAS IMSS A PRIMA DE RIESGO'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-IMS THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'REGISTROS DE CUOTAS MIGRADOS: ' WS-IMS-MIGRADOS.
           DISPLAY 'CAPTURE LA PRIMA DE RIESGO EN DYN-IMSMNT.'.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA-IMS.
           MOVE WS-IMSV-PATH-DFLT TO WS-IMSV-PATH.
           DISPLAY 'IMSMV1_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IMSV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IMSV-PATH = SPACES
               MOVE WS-IMSV-PATH-DFLT TO WS-IMSV-PATH
           END-IF.
           OPEN INPUT IMS-VIEJO.
           IF WS-IMSV-STATUS NOT = '00'
               DISPLAY 'SIN TABLA DE CUOTAS VIEJA (RENOMBRE LA '
                   'ACTUAL A IMSMV1). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-IMSMAST-PATH-DFLT TO WS-IMSMAST-PATH.
           DISPLAY 'IMSMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-IMSMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-IMSMAST-PATH = SPACES
               MOVE WS-IMSMAST-PATH-DFLT TO WS-IMSMAST-PATH
           END-IF.
           OPEN OUTPUT IMS-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA-IMS UNTIL WS-FLAG = 1.
           CLOSE IMS-MAST.
           CLOSE IMS-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA-IMS.
               READ IMS-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE IMV-CLV TO IM-CLV
                       MOVE IMV-DESC TO IM-DESC
                       MOVE IMV-PCT-OBR TO IM-PCT-OBR
                       MOVE IMV-PCT-PAT TO IM-PCT-PAT
                       MOVE 0 TO IM-PRIMA-RT
                       MOVE SPACES TO IM-PRIMA-VIG
                       MOVE 0 TO IM-PRIMA-ANT
                       WRITE IMS-REC
                       ADD 1 TO WS-IMS-MIGRADOS
               END-READ.
