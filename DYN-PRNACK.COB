      *VIVO EN EL SIGUIENTE EXTRACTO Y LA RECHAZADA SIGUE     *
      *PAGANDO POR CHEQUE HASTA QUE SE CORRIJA LA CLABE EN    *
      *DYN-EDIT (LO QUE REABRE EL CICLO).                     *
      *LA RESPUESTA DEJA ACUSADAS LAS ULTIMAS PRENOTAS EN EL  *
      *REGISTRO DE SALIDA OX-REG.                             *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DE LA RESPUESTA (UN RENGLON POR CUENTA):        *
      *  POS 01-06  ID-EMPL      PIC 9(06)                    *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNKPRN-STATUS.
           COPY PRNFILE.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
           05 BP-RESULTADO             PIC X.

           COPY PRNFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
           COPY PRNSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-BNKPRN-STATUS             PIC X(02).
       01 WS-BNKPRN-PATH-DFLT          PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\BANCOPRN.TXT'.
           IF WS-BNKPRN-PATH = SPACES
               MOVE WS-BNKPRN-PATH-DFLT TO WS-BNKPRN-PATH
           END-IF.
           MOVE 'DYNPRNAK' TO WS-IX-PROGRAMA.
           MOVE WS-BNKPRN-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'RESPUESTA NO APLICADA; NO SE TOCO NADA.'
               STOP RUN
           END-IF.
           OPEN INPUT BANCO-PRN.
           IF WS-BNKPRN-STATUS NOT = '00'
               DISPLAY 'SIN ARCHIVO DE RESPUESTA DEL BANCO. '
           DISPLAY 'CUENTAS RECHAZADAS (SIGUEN POR CHEQUE): '
               WS-RECHAZADAS.
           DISPLAY 'RESPUESTAS SIN CONTROL: ' WS-SIN-CONTROL.
           PERFORM 300-ACUSE-SALIDA.
           MOVE WS-CONFIRMADAS TO WS-IX-ACEPT.
           MOVE WS-RECHAZADAS TO WS-IX-RECH.
           MOVE SPACES TO WS-IX-RESULTADO.
           STRING 'CONFIRMADAS/RECHAZADAS; SIN CONTROL '
               WS-SIN-CONTROL DELIMITED BY SIZE INTO WS-IX-RESULTADO.
           PERFORM 998-IX-REGISTRA.
           DISPLAY SEP.
           STOP RUN.

                               ' (CORRIJA LA CLABE EN DYN-EDIT)'
                       END-IF
               END-READ.

      *LA RESPUESTA ES EL ACUSE DE LAS ULTIMAS PRENOTAS ENVIADAS EN
      *OX-REG, CON EL NUMERO DE CUENTAS CONTESTADAS.
           300-ACUSE-SALIDA.
               IF WS-CONFIRMADAS + WS-RECHAZADAS > 0
                   MOVE 'PRENOTA' TO WS-OX-INTERFAZ
                   MOVE SPACES TO WS-OX-PERIODO
                   COMPUTE WS-OX-REGS = WS-CONFIRMADAS + WS-RECHAZADAS
                   MOVE 0 TO WS-OX-IMPORTE
                   PERFORM 997-OX-ACUSE
               END-IF.

           COPY OXRLKUP.
           COPY IXRLKUP.
