      *CON FOLIO, 'R' RECHAZADO CON EL CODIGO. AL FINAL LISTA *
      *TODO LO QUE SIGUE SIN TIMBRAR (PENDIENTES Y            *
      *RECHAZADOS), QUE ES LA LISTA DE TRABAJO DEL DIA.       *
      *LA RESPUESTA DEJA ACUSADO EL EXTRACTO DEL PERIODO EN   *
      *EL REGISTRO DE SALIDA OX-REG.                          *
      *CADA ARCHIVO CARGADO QUEDA EN EL REGISTRO DE ENTRADA   *
      *IX-REG CON SU HUELLA (DYN-IXINQ); EL MISMO CONTENIDO   *
      *NO SE CARGA DOS VECES SIN OVERRIDE DE SUPERVISOR.      *
      *********************************************************
      *LAYOUT DE LA RESPUESTA (UN RENGLON POR PAGO):          *
      *  POS 01-06  PERIODO      PIC X(06)                    *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFDR-STATUS.
           COPY CFDFILE.
           COPY OXRFILE.
           COPY OPERFILE.
           COPY IXRFILE.

       DATA DIVISION.
       FILE SECTION.
           05 CFR-FOLIO                PIC X(20).

           COPY CFDFD.
           COPY OXRFD.
           COPY OPERFD.
           COPY IXRFD.

       WORKING-STORAGE SECTION.
           COPY CFDSTAT.
           COPY OXRSTAT.
           COPY OPERSTAT.
           COPY IXRSTAT.
       01 WS-CFDR-STATUS               PIC X(02).
       01 WS-CFDIRESP-PATH-DFLT        PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\CFDIRESP.TXT'.
           IF WS-CFDIRESP-PATH = SPACES
               MOVE WS-CFDIRESP-PATH-DFLT TO WS-CFDIRESP-PATH
           END-IF.
           MOVE 'DYNCFDAK' TO WS-IX-PROGRAMA.
           MOVE WS-CFDIRESP-PATH TO WS-IX-ARCHIVO.
           MOVE 'LOTE' TO WS-IX-OPER.
           PERFORM 998-IX-CHECA THRU 998-IX-SALIDA.
           IF WS-IX-OK NOT = 'S'
               DISPLAY 'RESPUESTA NO APLICADA; SOLO SE LISTAN LOS '
                   'NO TIMBRADOS.'
           ELSE
               PERFORM 050-APLICA-RESPUESTA
           END-IF.
           PERFORM 300-LISTA-PENDIENTES.
           CLOSE CFDI-CTL.
           STOP RUN.

           050-APLICA-RESPUESTA.
               OPEN INPUT CFDI-RESP
               IF WS-CFDR-STATUS NOT = '00'
                   DISPLAY 'SIN ARCHIVO DE RESPUESTA; SOLO SE LISTAN '
                       'LOS NO TIMBRADOS.'
               ELSE
                   MOVE SPACES TO WS-OX-PERIODO
                   PERFORM 100-PROCESA UNTIL WS-FLAG = 1
                   CLOSE CFDI-RESP
                   DISPLAY 'TIMBRADOS: ' WS-TIMBRADOS
                       ' RECHAZADOS: ' WS-RECHAZADOS
                       ' SIN CONTROL: ' WS-SIN-CONTROL
                   PERFORM 250-ACUSE-SALIDA
                   MOVE WS-TIMBRADOS TO WS-IX-ACEPT
                   MOVE WS-RECHAZADOS TO WS-IX-RECH
                   MOVE SPACES TO WS-IX-RESULTADO
                   STRING 'PERIODO ' WS-OX-PERIODO ' SIN CONTROL '
                       WS-SIN-CONTROL DELIMITED BY SIZE
                       INTO WS-IX-RESULTADO
                   PERFORM 998-IX-REGISTRA
               END-IF.

           100-PROCESA.
               READ CFDI-RESP
                   AT END MOVE 1 TO WS-FLAG
               END-READ.

           200-APLICA.
               IF WS-OX-PERIODO = SPACES
                   MOVE CFR-PERIODO TO WS-OX-PERIODO
               END-IF
               MOVE CFR-PERIODO TO CF-PERIODO
               MOVE CFR-ID-EMPL TO CF-ID-EMPL
               MOVE CFR-GRUPO TO CF-GRUPO
                       END-IF
               END-READ.

      *LA RESPUESTA ES EL ACUSE DEL EXTRACTO DEL PERIODO EN OX-REG:
      *CUENTA LOS PAGOS CONTESTADOS, TIMBRADOS O RECHAZADOS.
           250-ACUSE-SALIDA.
               IF WS-TIMBRADOS + WS-RECHAZADOS > 0
                   MOVE 'CFDEXT' TO WS-OX-INTERFAZ
                   COMPUTE WS-OX-REGS = WS-TIMBRADOS + WS-RECHAZADOS
                   MOVE 0 TO WS-OX-IMPORTE
                   PERFORM 997-OX-ACUSE
               END-IF.

      *LO QUE SIGUE SIN TIMBRAR ES LA LISTA DE TRABAJO: LOS 'P'
      *AUN NO TIENEN RESPUESTA Y LOS 'R' HAY QUE CORREGIRLOS Y
      *REEXTRAERLOS CON DYN-CFDEXT.
                           ADD 1 TO WS-PENDIENTES
                       END-IF
               END-READ.

           COPY OXRLKUP.
           COPY IXRLKUP.
