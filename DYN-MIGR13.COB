      *********************************************************
      *PROGRAMA - MIGRACION DEL DETALLE DEL RELOJ Y DE LA     *
      *TABLA DE TURNOS A LA VERSION CON CHECADAS. PCH-REC     *
      *CRECIO CON LAS HORAS DE ENTRADA Y SALIDA DEL DIA       *
      *(PD-ENTRADA / PD-SALIDA) Y SHIFT-REC CON LA HORA DE    *
      *ENTRADA DEL TURNO Y SUS MINUTOS DE TOLERANCIA. ESTE    *
      *PROGRAMA LEE CADA ARCHIVO VIEJO (RENOMBRADO POR EL     *
      *OPERADOR A PUNCHDET13 / SHIFTMAST13) Y ESCRIBE EL      *
      *NUEVO EN LA RUTA NORMAL: LOS DIAS YA CARGADOS QUEDAN   *
      *SIN CHECADAS Y LOS TURNOS SIN HORA DE ENTRADA, QUE SE  *
      *CAPTURA DESPUES EN DYN-SHFMNT. EL ARCHIVO QUE NO SE    *
      *RENOMBRO SE BRINCA. MISMO MOLDE QUE DYN-MIGR12.        *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCH-VIEJO ASSIGN TO WS-PCHV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS PCV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PCHV-STATUS.
           SELECT SHF-VIEJO ASSIGN TO WS-SHFV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS SHV-CLV
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SHFV-STATUS.
           COPY PCHFILE.
           COPY SHFFILE.

       DATA DIVISION.
       FILE SECTION.
       FD PCH-VIEJO.
       01 PCH-REG-VIEJO.
           05 PCV-KEY                  PIC X(14).
           05 PCV-DATOS                PIC X(11).

       FD SHF-VIEJO.
       01 SHF-REG-VIEJO.
           05 SHV-CLV                  PIC X.
           05 SHV-DATOS                PIC X(24).

           COPY PCHFD.
           COPY SHFFD.

       WORKING-STORAGE SECTION.
           COPY PCHSTAT.
           COPY SHFSTAT.
       01 WS-PCHV-STATUS               PIC X(02).
       01 WS-PCHV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\PUNCHDET13.TXT'.
       01 WS-PCHV-PATH                 PIC X(80).
       01 WS-SHFV-STATUS               PIC X(02).
       01 WS-SHFV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\SHIFTMAST13.TXT'.
       01 WS-SHFV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-MIG-PCH                   PIC 9(07) VALUE 0.
       01 WS-MIG-SHF                   PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '    MIGRACION DEL RELOJ Y TURNOS A CHECADAS'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-PCH THRU 100-SALIDA.
           PERFORM 200-MIGRA-SHF THRU 200-SALIDA.
           DISPLAY SEP.
           DISPLAY 'DIAS DE PUNCH-DET MIGRADOS: ' WS-MIG-PCH.
           DISPLAY 'TURNOS MIGRADOS:            ' WS-MIG-SHF.
           IF WS-MIG-SHF > 0
               DISPLAY 'CAPTURE LA HORA DE ENTRADA DE CADA TURNO EN '
                   'DYN-SHFMNT.'
           END-IF.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA-PCH.
           MOVE WS-PCHV-PATH-DFLT TO WS-PCHV-PATH.
           DISPLAY 'PUNCHDET13_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PCHV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PCHV-PATH = SPACES
               MOVE WS-PCHV-PATH-DFLT TO WS-PCHV-PATH
           END-IF.
           OPEN INPUT PCH-VIEJO.
           IF WS-PCHV-STATUS NOT = '00'
               DISPLAY 'SIN PUNCH-DET VIEJO (RENOMBRE EL ACTUAL A '
                   'PUNCHDET13). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH.
           DISPLAY 'PUNCHDET_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PUNCHDET-PATH FROM ENVIRONMENT-VALUE.
           IF WS-PUNCHDET-PATH = SPACES
               MOVE WS-PUNCHDET-PATH-DFLT TO WS-PUNCHDET-PATH
           END-IF.
           OPEN OUTPUT PUNCH-DET.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA-PCH UNTIL WS-FLAG = 1.
           CLOSE PUNCH-DET.
           CLOSE PCH-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA-PCH.
               READ PCH-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE PCH-REG-VIEJO TO PCH-REC (1:25)
                       MOVE SPACES TO PD-ENTRADA
                       MOVE SPACES TO PD-SALIDA
                       WRITE PCH-REC
                       ADD 1 TO WS-MIG-PCH
               END-READ.

       200-MIGRA-SHF.
           MOVE WS-SHFV-PATH-DFLT TO WS-SHFV-PATH.
           DISPLAY 'SHIFTMAST13_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SHFV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SHFV-PATH = SPACES
               MOVE WS-SHFV-PATH-DFLT TO WS-SHFV-PATH
           END-IF.
           OPEN INPUT SHF-VIEJO.
           IF WS-SHFV-STATUS NOT = '00'
               DISPLAY 'SIN SHIFT-MAST VIEJO (RENOMBRE EL ACTUAL A '
                   'SHIFTMAST13). SE BRINCA.'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH.
           DISPLAY 'SHIFTMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-SHIFTMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-SHIFTMAST-PATH = SPACES
               MOVE WS-SHIFTMAST-PATH-DFLT TO WS-SHIFTMAST-PATH
           END-IF.
           OPEN OUTPUT SHIFT-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-COPIA-SHF UNTIL WS-FLAG = 1.
           CLOSE SHIFT-MAST.
           CLOSE SHF-VIEJO.
       200-SALIDA.
           EXIT.

           210-COPIA-SHF.
               READ SHF-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE SHF-REG-VIEJO TO SHIFT-REC (1:25)
                       MOVE SPACES TO SH-ENTRADA
                       MOVE 0 TO SH-TOLERA
                       WRITE SHIFT-REC
                       ADD 1 TO WS-MIG-SHF
               END-READ.
