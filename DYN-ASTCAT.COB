      *********************************************************
      *PROGRAMA - MANTENIMIENTO DEL CATALOGO DE ACTIVOS QUE   *
      *LA EMPRESA PRESTA A SU PERSONAL (AST-CAT): LAPTOPS,    *
      *CELULARES, GAFETES, HERRAMIENTA, UNIFORMES. CADA CLAVE *
      *TRAE SU VALOR DE REPOSICION SUGERIDO Y SI EL ACTIVO NO *
      *DEVUELTO SE DESCUENTA DEL FINIQUITO (S) O SOLO SE      *
      *RECLAMA (N). LAS ENTREGAS SE CAPTURAN EN DYN-ASTMNT.   *
      *MISMO ESTILO QUE DYN-RETMNT.                           *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-ASTCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASTFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY ASTFD.

       WORKING-STORAGE SECTION.
           COPY ASTSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     CATALOGO DE ACTIVOS DE LA EMPRESA'.
           DISPLAY SEP.
           MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH.
           DISPLAY 'ASTCAT_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ASTCAT-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ASTCAT-PATH = SPACES
               MOVE WS-ASTCAT-PATH-DFLT TO WS-ASTCAT-PATH
           END-IF.
           OPEN I-O AST-CAT.
           IF WS-ASTC-STATUS = '35'
               OPEN OUTPUT AST-CAT
               CLOSE AST-CAT
               OPEN I-O AST-CAT
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE AST-CAT.
           DISPLAY 'CATALOGO DE ACTIVOS GUARDADO'.
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

       200-ALTA.
           DISPLAY 'CLAVE DEL ACTIVO (6 POSICIONES):'.
           ACCEPT AC-CLV.
           IF AC-CLV = SPACES
               DISPLAY 'CLAVE INVALIDA'
               GO TO 200-SALIDA
           END-IF.
           READ AST-CAT KEY IS AC-CLV
               INVALID KEY
                   MOVE SPACES TO AC-DESC
                   MOVE SPACES TO AC-CATEG
                   MOVE 0 TO AC-VALOR
                   MOVE 'N' TO AC-DESCUENTA
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' AC-DESC ' ' AC-CATEG
                       ' VALOR ' AC-VALOR ' DESCUENTA ' AC-DESCUENTA
           END-READ.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT AC-DESC.
           DISPLAY 'CATEGORIA (COMPUTO, TELEFONIA, ACCESO...):'.
           ACCEPT AC-CATEG.
           DISPLAY 'VALOR DE REPOSICION:'.
           ACCEPT AC-VALOR.
           DISPLAY 'SE DESCUENTA DEL FINIQUITO SI NO SE DEVUELVE? S/N'.
           ACCEPT AC-DESCUENTA.
           IF AC-DESCUENTA NOT = 'S' AND NOT = 'N'
               DISPLAY 'POLITICA INVALIDA (S/N)'
               GO TO 200-SALIDA
           END-IF.
           WRITE ASTCAT-REC
               INVALID KEY
                   REWRITE ASTCAT-REC
                   DISPLAY 'ACTIVO ACTUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'ACTIVO GRABADO'
           END-WRITE.

       200-SALIDA.
           EXIT.

       300-BAJA.
           DISPLAY 'CLAVE DEL ACTIVO:'.
           ACCEPT AC-CLV.
           DELETE AST-CAT RECORD
               INVALID KEY DISPLAY 'CLAVE NO REGISTRADA'
               NOT INVALID KEY DISPLAY 'ACTIVO BORRADO DEL CATALOGO'
           END-DELETE.

       400-LISTA.
           MOVE LOW-VALUES TO AC-CLV.
           MOVE 0 TO WS-LEE-FLAG.
           START AST-CAT KEY IS NOT LESS THAN AC-CLV
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'CLAVE  DESCRIPCION                    CATEGORIA  '
               '     VALOR DESC'.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY SEP.

           410-LISTA.
               READ AST-CAT NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       DISPLAY AC-CLV ' ' AC-DESC ' ' AC-CATEG ' '
                           AC-VALOR '  ' AC-DESCUENTA
               END-READ.
