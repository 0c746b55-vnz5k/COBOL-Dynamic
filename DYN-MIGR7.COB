      *********************************************************
      *PROGRAMA - MIGRACION DEL CATALOGO DE SUCURSALES A LA   *
      *VERSION CON IMPUESTO SOBRE NOMINAS. LOC-REC CRECIO CON *
      *EL ESTADO, LA TASA ISN Y SUS CUENTAS DE GASTO Y        *
      *PASIVO; ESTE PROGRAMA CONVIERTE EL ARCHIVO DEL FORMATO *
      *ANTERIOR: LEE EL CATALOGO VIEJO (RENOMBRADO POR EL     *
      *OPERADOR A LOCMV2) Y ESCRIBE EL NUEVO EN LA RUTA       *
      *NORMAL CON ESTADO, TASA Y CUENTAS EN BLANCO, QUE SE    *
      *CAPTURAN DESPUES EN DYN-LOCMNT ANTES DE CORRER         *
      *DYN-ISNRUN. MISMO MOLDE QUE DYN-MIGR5.                 *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR7.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-VIEJO ASSIGN TO WS-LOCV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LCV-CLV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-LOCV-STATUS.
           COPY LOCFILE.

       DATA DIVISION.
       FILE SECTION.
       FD LOC-VIEJO.
       01 LOCV-REC.
           05 LCV-CLV                  PIC X(03).
           05 LCV-NOM                  PIC X(30).
           05 LCV-DIR                  PIC X(40).
           05 LCV-CAL-PATH             PIC X(80).
           05 LCV-ZONA-SM              PIC X.

           COPY LOCFD.

       WORKING-STORAGE SECTION.
           COPY LOCSTAT.
       01 WS-LOCV-STATUS               PIC X(02).
       01 WS-LOCV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\LOCMV2.TXT'.
       01 WS-LOCV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-LOC-MIGRADOS              PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION DE SUCURSALES A ESTADO Y TASA ISN'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-LOC THRU 100-SALIDA.
           DISPLAY SEP.
           DISPLAY 'SUCURSALES MIGRADAS: ' WS-LOC-MIGRADOS.
           DISPLAY 'CAPTURE EN DYN-LOCMNT EL ESTADO Y LA TASA ISN.'.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA-LOC.
           MOVE WS-LOCV-PATH-DFLT TO WS-LOCV-PATH.
           DISPLAY 'LOCMV2_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOCV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOCV-PATH = SPACES
               MOVE WS-LOCV-PATH-DFLT TO WS-LOCV-PATH
           END-IF.
           OPEN INPUT LOC-VIEJO.
           IF WS-LOCV-STATUS NOT = '00'
               DISPLAY 'SIN CATALOGO DE SUCURSALES VIEJO (RENOMBRE '
                   'EL ACTUAL A LOCMV2). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH.
           DISPLAY 'LOCMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOCMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-LOCMAST-PATH = SPACES
               MOVE WS-LOCMAST-PATH-DFLT TO WS-LOCMAST-PATH
           END-IF.
           OPEN OUTPUT LOC-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA-LOC UNTIL WS-FLAG = 1.
           CLOSE LOC-MAST.
           CLOSE LOC-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA-LOC.
               READ LOC-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE LCV-CLV TO LC-CLV
                       MOVE LCV-NOM TO LC-NOM
                       MOVE LCV-DIR TO LC-DIR
                       MOVE LCV-CAL-PATH TO LC-CAL-PATH
                       MOVE LCV-ZONA-SM TO LC-ZONA-SM
                       MOVE SPACES TO LC-ESTADO
                       MOVE 0 TO LC-ISN-TASA
                       MOVE SPACES TO LC-CTA-ISN-GTO
                       MOVE SPACES TO LC-CTA-ISN-PAS
                       WRITE LOC-REC
                       ADD 1 TO WS-LOC-MIGRADOS
               END-READ.
