      *********************************************************
      *PROGRAMA - SUBMAYOR DE CADA CUENTA DE PASIVO (GLR-MAP).*
      *DICE, POR COMPANIA, CONTRA QUE SUBMAYOR DE LA NOMINA SE*
      *CONCILIA CADA CUENTA DE PASIVO DE LA BALANZA EN        *
      *DYN-GLREC: RETENCIONES NO ENTERADAS, CHEQUES EN        *
      *CIRCULACION, PAGO RETENIDO Y DEVUELTO, FONDO DE AHORRO,*
      *PROVISION DE VACACIONES O SUELDOS DEVENGADOS. AVISA SI *
      *LA CUENTA NO ES LA DE PASIVO DE NINGUN DEPARTAMENTO EN *
      *GL-MAP. MISMO ESTILO QUE DYN-LTPMNT.                   *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-GLRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLRFILE.
           COPY GLFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY GLRFD.
           COPY GLFD.

       WORKING-STORAGE SECTION.
           COPY GLRSTAT.
           COPY GLSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-RES                       PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-CIA                       PIC X(02).
       01 WS-EN-GLMAP                  PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     SUBMAYOR DE LAS CUENTAS DE PASIVO'.
           DISPLAY SEP.
           MOVE WS-GLRMAP-PATH-DFLT TO WS-GLRMAP-PATH.
           DISPLAY 'GLRMAP_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-GLRMAP-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GLRMAP-PATH = SPACES
               MOVE WS-GLRMAP-PATH-DFLT TO WS-GLRMAP-PATH
           END-IF.
           OPEN I-O GLR-MAP.
           IF WS-GLR-STATUS = '35'
               OPEN OUTPUT GLR-MAP
               CLOSE GLR-MAP
               OPEN I-O GLR-MAP
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE GLR-MAP.
           DISPLAY 'SUBMAYORES GUARDADOS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (A=ALTA/CAMBIO B=BAJA L=LISTA F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 200-ALTA THRU 200-SALIDA
               WHEN 'B' PERFORM 300-BAJA
               WHEN 'L' PERFORM 400-LISTA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

       110-PIDE-CUENTA.
           DISPLAY 'COMPANIA (2 POSICIONES, 01 = LA ORIGINAL):'.
           ACCEPT GR-CIA.
           DISPLAY 'CUENTA DE PASIVO:'.
           ACCEPT GR-CUENTA.

       200-ALTA.
           PERFORM 110-PIDE-CUENTA.
           IF GR-CIA = SPACES OR GR-CUENTA = SPACES
               DISPLAY 'COMPANIA Y CUENTA SON OBLIGATORIAS'
               GO TO 200-SALIDA
           END-IF.
           READ GLR-MAP KEY IS GR-KEY
               INVALID KEY
                   MOVE SPACE TO GR-SUBMAYOR
                   MOVE SPACE TO GR-REM-TIPO
                   MOVE SPACES TO GR-DESC
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' GR-SUBMAYOR ' ' GR-REM-TIPO
                       ' ' GR-DESC
           END-READ.
           PERFORM 210-CHECA-GLMAP.
           IF WS-EN-GLMAP = 'N'
               DISPLAY 'LA CUENTA NO ES LA DE PASIVO DE NINGUN DEPTO '
                   'DE LA COMPANIA EN GL-MAP (DYN-GLMNT).'
               DISPLAY 'LA DA DE ALTA DE TODOS MODOS? S/N'
               ACCEPT WS-RES
               IF WS-RES NOT = 'S'
                   GO TO 200-SALIDA
               END-IF
           END-IF.
           DISPLAY 'SUBMAYOR (R=RETENCIONES C=CHEQUES H=RETENIDO/'
               'DEVUELTO A=AHORRO V=VACACIONES D=DEVENGADOS):'.
           ACCEPT GR-SUBMAYOR.
           IF GR-SUBMAYOR NOT = 'R' AND NOT = 'C' AND NOT = 'H'
               AND NOT = 'A' AND NOT = 'V' AND NOT = 'D'
               DISPLAY 'SUBMAYOR INVALIDO'
               GO TO 200-SALIDA
           END-IF.
           MOVE SPACE TO GR-REM-TIPO.
           IF GR-SUBMAYOR = 'R'
               DISPLAY 'TIPO DE RETENCION (I S B J N E; ENTER = '
                   'TODOS):'
               ACCEPT GR-REM-TIPO
           END-IF.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT GR-DESC.
           WRITE GLR-REC
               INVALID KEY
                   REWRITE GLR-REC
                   DISPLAY 'SUBMAYOR ACTUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'SUBMAYOR GRABADO'
           END-WRITE.

       200-SALIDA.
           EXIT.

      *LA CUENTA DEBE SER LA DE ABONO (PASIVO) DE ALGUN DEPTO DE
      *LA COMPANIA; SIN MAPA CONTABLE NO SE PUEDE VALIDAR.
           210-CHECA-GLMAP.
               MOVE 'N' TO WS-EN-GLMAP
               MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH
               DISPLAY 'GLMAP_PATH' UPON ENVIRONMENT-NAME
               ACCEPT WS-GLMAP-PATH FROM ENVIRONMENT-VALUE
               IF WS-GLMAP-PATH = SPACES
                   MOVE WS-GLMAP-PATH-DFLT TO WS-GLMAP-PATH
               END-IF
               OPEN INPUT GL-MAP
               IF WS-GLMAP-STATUS = '00'
                   MOVE GR-CIA TO GM-CIA
                   MOVE 0 TO GM-CLV-DEP
                   MOVE 0 TO WS-LEE-FLAG
                   START GL-MAP KEY IS NOT LESS THAN GM-KEY
                       INVALID KEY MOVE 1 TO WS-LEE-FLAG
                   END-START
                   PERFORM 211-LEE-GLMAP UNTIL WS-LEE-FLAG = 1
                   CLOSE GL-MAP
               ELSE
                   MOVE 'S' TO WS-EN-GLMAP
               END-IF.

           211-LEE-GLMAP.
               READ GL-MAP NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF GM-CIA NOT = GR-CIA
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           IF GM-CTA-HABER = GR-CUENTA
                               MOVE 'S' TO WS-EN-GLMAP
                               MOVE 1 TO WS-LEE-FLAG
                           END-IF
                       END-IF
               END-READ.

       300-BAJA.
           PERFORM 110-PIDE-CUENTA.
           DELETE GLR-MAP RECORD
               INVALID KEY DISPLAY 'CUENTA NO REGISTRADA'
               NOT INVALID KEY DISPLAY 'SUBMAYOR BORRADO'
           END-DELETE.

       400-LISTA.
           DISPLAY 'COMPANIA (2 POSICIONES):'.
           ACCEPT WS-CIA.
           MOVE WS-CIA TO GR-CIA.
           MOVE LOW-VALUES TO GR-CUENTA.
           MOVE 0 TO WS-LEE-FLAG.
           START GLR-MAP KEY IS NOT LESS THAN GR-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

           410-LISTA.
               READ GLR-MAP NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       IF GR-CIA NOT = WS-CIA
                           MOVE 1 TO WS-LEE-FLAG
                       ELSE
                           DISPLAY GR-CUENTA ' ' GR-SUBMAYOR ' '
                               GR-REM-TIPO ' ' GR-DESC
                       END-IF
               END-READ.
