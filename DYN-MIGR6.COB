      *********************************************************
      *PROGRAMA - MIGRACION DE LAS TARIFAS DE IMPUESTO A LA   *
      *VERSION CON CUOTA FIJA. TAX-REC CRECIO CON EL TIPO DE  *
      *TABLA EN LA LLAVE (TARIFA / SUBSIDIO) Y LA CUOTA FIJA, *
      *Y ANU-REC CON SU CUOTA FIJA. ESTE PROGRAMA CONVIERTE   *
      *LOS ARCHIVOS DEL FORMATO ANTERIOR: LEE LA TABLA VIEJA  *
      *(RENOMBRADA POR EL OPERADOR A TAXMV2 / ANUMV1) Y       *
      *ESCRIBE LA NUEVA EN LA RUTA NORMAL COMO TARIFA 'T' CON *
      *CUOTA FIJA = LIMITE INFERIOR X PORCENTAJE, QUE RETIENE *
      *LO MISMO QUE EL PORCENTAJE PLANO DE ANTES. LA TARIFA   *
      *OFICIAL Y EL SUBSIDIO SE CARGAN DESPUES EN DYN-TAXMNT  *
      */ DYN-ANUMNT COMO VERSION NUEVA. MISMO MOLDE QUE       *
      *DYN-MIGR3.                                             *
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DYN-MIGR6.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-VIEJO ASSIGN TO WS-TAXV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS TXV-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-TAXV-STATUS.

           SELECT ANU-VIEJO ASSIGN TO WS-ANUV-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS ANV-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ANUV-STATUS.
           COPY TAXFILE.
           COPY ANUFILE.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-VIEJO.
       01 TAXV-REC.
           05 TXV-KEY.
               10 TXV-VIG              PIC X(08).
               10 TXV-NIVEL            PIC 9(02).
           05 TXV-LIM-INF              PIC 9(07).
           05 TXV-PCT                  PIC 9V999.

       FD ANU-VIEJO.
       01 ANUV-REC.
           05 ANV-KEY.
               10 ANV-VIG              PIC X(08).
               10 ANV-NIVEL            PIC 9(02).
           05 ANV-LIM-INF              PIC 9(08).
           05 ANV-PCT                  PIC 9V999.

           COPY TAXFD.
           COPY ANUFD.

       WORKING-STORAGE SECTION.
           COPY TAXSTAT.
           COPY ANUSTAT.
       01 WS-TAXV-STATUS               PIC X(02).
       01 WS-TAXV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\TAXMV2.TXT'.
       01 WS-TAXV-PATH                 PIC X(80).
       01 WS-ANUV-STATUS               PIC X(02).
       01 WS-ANUV-PATH-DFLT            PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ANUMV1.TXT'.
       01 WS-ANUV-PATH                 PIC X(80).
       01 WS-FLAG                      PIC 9.
       01 WS-TAX-MIGRADOS              PIC 9(04) VALUE 0.
       01 WS-ANU-MIGRADOS              PIC 9(04) VALUE 0.

       01 SEP.
           05 FILLER                   PIC X(79) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           DISPLAY SEP.
           DISPLAY '   MIGRACION DE TARIFAS A CUOTA FIJA'.
           DISPLAY SEP.
           PERFORM 100-MIGRA-TAX THRU 100-SALIDA.
           PERFORM 200-MIGRA-ANU THRU 200-SALIDA.
           DISPLAY SEP.
           DISPLAY 'TRAMOS DEL PERIODO MIGRADOS: ' WS-TAX-MIGRADOS.
           DISPLAY 'TRAMOS ANUALES MIGRADOS:     ' WS-ANU-MIGRADOS.
           DISPLAY 'CARGUE LA TARIFA OFICIAL Y EL SUBSIDIO EN '
               'DYN-TAXMNT.'.
           DISPLAY SEP.
           STOP RUN.

       100-MIGRA-TAX.
           MOVE WS-TAXV-PATH-DFLT TO WS-TAXV-PATH.
           DISPLAY 'TAXMV2_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TAXV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TAXV-PATH = SPACES
               MOVE WS-TAXV-PATH-DFLT TO WS-TAXV-PATH
           END-IF.
           OPEN INPUT TAX-VIEJO.
           IF WS-TAXV-STATUS NOT = '00'
               DISPLAY 'SIN TABLA DE IMPUESTOS VIEJA (RENOMBRE LA '
                   'ACTUAL A TAXMV2). SE BRINCA.'
               GO TO 100-SALIDA
           END-IF.
           MOVE WS-TAXMAST-PATH-DFLT TO WS-TAXMAST-PATH.
           DISPLAY 'TAXMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TAXMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-TAXMAST-PATH = SPACES
               MOVE WS-TAXMAST-PATH-DFLT TO WS-TAXMAST-PATH
           END-IF.
           OPEN OUTPUT TAX-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 110-COPIA-TAX UNTIL WS-FLAG = 1.
           CLOSE TAX-MAST.
           CLOSE TAX-VIEJO.
       100-SALIDA.
           EXIT.

           110-COPIA-TAX.
               READ TAX-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE TXV-VIG TO TX-VIG
                       MOVE 'T' TO TX-TIPO
                       MOVE TXV-NIVEL TO TX-NIVEL
                       MOVE TXV-LIM-INF TO TX-LIM-INF
                       MOVE TXV-PCT TO TX-PCT
                       COMPUTE TX-CUOTA = TXV-LIM-INF * TXV-PCT
                       WRITE TAX-REC
                       ADD 1 TO WS-TAX-MIGRADOS
               END-READ.

       200-MIGRA-ANU.
           MOVE WS-ANUV-PATH-DFLT TO WS-ANUV-PATH.
           DISPLAY 'ANUMV1_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ANUV-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ANUV-PATH = SPACES
               MOVE WS-ANUV-PATH-DFLT TO WS-ANUV-PATH
           END-IF.
           OPEN INPUT ANU-VIEJO.
           IF WS-ANUV-STATUS NOT = '00'
               DISPLAY 'SIN TARIFA ANUAL VIEJA (RENOMBRE LA '
                   'ACTUAL A ANUMV1). SE BRINCA.'
               GO TO 200-SALIDA
           END-IF.
           MOVE WS-ANUMAST-PATH-DFLT TO WS-ANUMAST-PATH.
           DISPLAY 'ANUMAST_PATH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ANUMAST-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ANUMAST-PATH = SPACES
               MOVE WS-ANUMAST-PATH-DFLT TO WS-ANUMAST-PATH
           END-IF.
           OPEN OUTPUT ANU-MAST.
           MOVE 0 TO WS-FLAG.
           PERFORM 210-COPIA-ANU UNTIL WS-FLAG = 1.
           CLOSE ANU-MAST.
           CLOSE ANU-VIEJO.
       200-SALIDA.
           EXIT.

           210-COPIA-ANU.
               READ ANU-VIEJO NEXT RECORD
                   AT END MOVE 1 TO WS-FLAG
                   NOT AT END
                       MOVE ANV-VIG TO AN-VIG
                       MOVE ANV-NIVEL TO AN-NIVEL
                       MOVE ANV-LIM-INF TO AN-LIM-INF
                       MOVE ANV-PCT TO AN-PCT
                       COMPUTE AN-CUOTA = ANV-LIM-INF * ANV-PCT
                       WRITE ANU-REC
                       ADD 1 TO WS-ANU-MIGRADOS
               END-READ.
