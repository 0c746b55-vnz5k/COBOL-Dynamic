      *********************************************************
      *PROGRAMA - MONTO MENSUAL DE VALES DE DESPENSA          *
      *(VLS-PARM) POR BANDA SALARIAL ('B', LA LETRA DE        *
      *ID-TAB-S) O POR PLAN DE PRESTACIONES ('P', CLAVE DE    *
      *BEN-MAST). LA CORRIDA DE NOMINA TOMA EL MAYOR DE LOS   *
      *PLANES VIGENTES DEL EMPLEADO Y, SI NO TIENE, EL DE SU  *
      *BANDA; LO PRORRATEA AL PERIODO Y LO PARTE EN EXENTO Y  *
      *GRAVADO CONTRA LA UMA. MISMO ESTILO QUE DYN-RETMNT.    *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-VLSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VLSFILE.
           COPY BENFILE.

       DATA DIVISION.
       FILE SECTION.
           COPY VLSFD.
           COPY BENFD.

       WORKING-STORAGE SECTION.
           COPY VLSSTAT.
           COPY BENSTAT.
       01 WS-ACCION                    PIC X.
       01 WS-FLAG                      PIC 9 VALUE 0.
       01 WS-LEE-FLAG                  PIC 9.
       01 WS-BANDA                     PIC X.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '     VALES DE DESPENSA POR BANDA Y POR PLAN'.
           DISPLAY SEP.
           MOVE WS-VLSPARM-PATH-DFLT TO WS-VLSPARM-PATH.
           DISPLAY 'VLSPARM_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-VLSPARM-PATH FROM ENVIRONMENT-VALUE.
           IF WS-VLSPARM-PATH = SPACES
               MOVE WS-VLSPARM-PATH-DFLT TO WS-VLSPARM-PATH
           END-IF.
           MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH.
           DISPLAY 'BENMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BENMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-BENMAST-PATH = SPACES
               MOVE WS-BENMAST-PATH-DFLT TO WS-BENMAST-PATH
           END-IF.
           OPEN I-O VLS-PARM.
           IF WS-VLS-STATUS = '35'
               OPEN OUTPUT VLS-PARM
               CLOSE VLS-PARM
               OPEN I-O VLS-PARM
           END-IF.
           PERFORM 100-MENU UNTIL WS-FLAG = 1.
           CLOSE VLS-PARM.
           DISPLAY 'VALES DE DESPENSA GUARDADOS'.
           STOP RUN.

       100-MENU.
           DISPLAY SEP.
           DISPLAY 'ACCION (A=ALTA/CAMBIO B=BAJA L=LISTA F=FIN):'.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN 'A' PERFORM 200-ALTA THRU 200-SALIDA
               WHEN 'B' PERFORM 300-BAJA THRU 300-SALIDA
               WHEN 'L' PERFORM 400-LISTA
               WHEN 'F' MOVE 1 TO WS-FLAG
               WHEN OTHER DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

      *PIDE TIPO Y CLAVE; DEJA WS-ACCION EN 'X' SI NO SIRVEN.
       110-PIDE-CLAVE.
           DISPLAY 'TIPO (B=BANDA SALARIAL P=PLAN DE PRESTACIONES):'.
           ACCEPT VL-TIPO.
           MOVE SPACES TO VL-CLAVE.
           EVALUATE VL-TIPO
               WHEN 'B'
                   DISPLAY 'BANDA (LETRA DE LA TABLA SALARIAL):'
                   ACCEPT WS-BANDA
                   IF WS-BANDA IS ALPHABETIC AND WS-BANDA NOT = SPACE
                       MOVE WS-BANDA TO VL-CLAVE(1:1)
                   ELSE
                       DISPLAY 'BANDA INVALIDA'
                       MOVE 'X' TO WS-ACCION
                   END-IF
               WHEN 'P'
                   DISPLAY 'CLAVE DEL PLAN (BEN-MAST):'
                   ACCEPT VL-CLAVE
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO'
                   MOVE 'X' TO WS-ACCION
           END-EVALUATE.

       200-ALTA.
           PERFORM 110-PIDE-CLAVE.
           IF WS-ACCION = 'X'
               GO TO 200-SALIDA
           END-IF.
           IF VL-TIPO = 'P'
               PERFORM 210-VALIDA-PLAN
               IF WS-ACCION = 'X'
                   GO TO 200-SALIDA
               END-IF
           END-IF.
           READ VLS-PARM KEY IS VL-KEY
               INVALID KEY
                   MOVE SPACES TO VL-DESC
                   MOVE 0 TO VL-MONTO
               NOT INVALID KEY
                   DISPLAY 'ACTUAL: ' VL-DESC ' MENSUAL ' VL-MONTO
                       ' MOD. ' VL-F-MOD
           END-READ.
           DISPLAY 'DESCRIPCION:'.
           ACCEPT VL-DESC.
           DISPLAY 'MONTO MENSUAL DE VALES:'.
           ACCEPT VL-MONTO.
           IF VL-MONTO = 0
               DISPLAY 'MONTO INVALIDO (PARA QUITARLO USE B=BAJA)'
               GO TO 200-SALIDA
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO VL-F-MOD.
           WRITE VLS-REC
               INVALID KEY
                   REWRITE VLS-REC
                   DISPLAY 'VALES ACTUALIZADOS'
               NOT INVALID KEY
                   DISPLAY 'VALES GRABADOS'
           END-WRITE.

       200-SALIDA.
           EXIT.

      *EL PLAN DEBE EXISTIR EN EL CATALOGO DE PRESTACIONES.
           210-VALIDA-PLAN.
               OPEN INPUT BEN-MAST
               IF WS-BEN-STATUS NOT = '00'
                   DISPLAY 'NO HAY CATALOGO DE PLANES (BEN-MAST)'
                   MOVE 'X' TO WS-ACCION
               ELSE
                   MOVE VL-CLAVE TO BP-CLV
                   READ BEN-MAST KEY IS BP-CLV
                       INVALID KEY
                           DISPLAY 'PLAN NO EXISTE EN BEN-MAST: '
                               VL-CLAVE
                           MOVE 'X' TO WS-ACCION
                       NOT INVALID KEY
                           DISPLAY 'PLAN ' BP-CLV ' ' BP-DESC
                   END-READ
                   CLOSE BEN-MAST
               END-IF.

       300-BAJA.
           PERFORM 110-PIDE-CLAVE.
           IF WS-ACCION = 'X'
               GO TO 300-SALIDA
           END-IF.
           DELETE VLS-PARM RECORD
               INVALID KEY DISPLAY 'CLAVE NO REGISTRADA'
               NOT INVALID KEY DISPLAY 'VALES BORRADOS'
           END-DELETE.

       300-SALIDA.
           EXIT.

       400-LISTA.
           MOVE LOW-VALUES TO VL-KEY.
           MOVE 0 TO WS-LEE-FLAG.
           START VLS-PARM KEY IS NOT LESS THAN VL-KEY
               INVALID KEY MOVE 1 TO WS-LEE-FLAG
           END-START.
           DISPLAY SEP.
           DISPLAY 'T CLV DESCRIPCION           MENSUAL   MODIF.'.
           PERFORM 410-LISTA UNTIL WS-LEE-FLAG = 1.
           DISPLAY 'TOPE EXENTO: ' WS-VLS-FACTOR
               ' DE LA UMA DIARIA POR DIA DEL PERIODO'.
           DISPLAY SEP.

           410-LISTA.
               READ VLS-PARM NEXT RECORD
                   AT END MOVE 1 TO WS-LEE-FLAG
                   NOT AT END
                       DISPLAY VL-TIPO ' ' VL-CLAVE ' ' VL-DESC ' '
                           VL-MONTO ' ' VL-F-MOD
               END-READ.
